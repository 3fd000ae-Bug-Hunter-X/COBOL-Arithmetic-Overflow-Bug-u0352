       01  ARCH-REC.
           05  ARCH-RUN-DATE           PIC 9(8).
           05  ARCH-SOURCE             PIC X.
           05  ARCH-DETAIL             PIC X(104).

       FD  OUT-FILE
           RECORDING MODE IS F.
       01  OUT-REC                     PIC X(113).

       WORKING-STORAGE SECTION.
       01  WS-WANTED-DATE              PIC 9(8).
