       01  SRC-REC.
           COPY  KUCF010.
       FD  ARC-FILE.
       01  ARC-REC                PIC  X(141).
      *
       WORKING-STORAGE            SECTION.
       01  SRC-END-FLG            PIC   X(1)          VALUE  "0".
