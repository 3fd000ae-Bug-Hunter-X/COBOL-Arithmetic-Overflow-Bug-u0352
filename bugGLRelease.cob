           05  GLREL-REVIEWER          PIC X(3).
           05  GLREL-DECISION-DATE     PIC 9(8).
           05  GLREL-DECISION-TIME     PIC 9(6).
           05  GLREL-EXTRACT-COUNT     PIC 9(8).
           05  GLREL-EXTRACT-HASH      PIC S9(13)V99 SIGN IS TRAILING.
           05  GLREL-ACK-STATUS        PIC X.
               88  GLREL-NOT-ACKNOWLEDGED        VALUE SPACE.
               88  GLREL-ACKNOWLEDGED            VALUE 'A'.
               88  GLREL-PARTIAL-LOAD            VALUE 'P'.
               88  GLREL-LOAD-REJECTED           VALUE 'X'.
           05  GLREL-ACK-DATE          PIC 9(8).
           05  GLREL-ACK-COUNT         PIC 9(8).
           05  GLREL-ACK-HASH          PIC S9(13)V99 SIGN IS TRAILING.
           05  GLREL-ACK-REJECTS       PIC 9(6).

       FD  RUNH-FILE
           RECORDING MODE IS F.
           05  RUNH-RESTART-IND        PIC X.
           05  RUNH-GL-RELEASE         PIC X.
           05  RUNH-GL-REVIEWER        PIC X(3).
           05  RUNH-REJ-C1             PIC 9(6).
           05  RUNH-REJ-C2             PIC 9(6).
           05  RUNH-REJ-Y1             PIC 9(6).

       WORKING-STORAGE SECTION.
       01  WS-FILE-FIELDS.
           MOVE ZERO TO RUNH-REJ-A2
           MOVE ZERO TO RUNH-REJ-E1
           MOVE ZERO TO RUNH-REJ-E2
           MOVE ZERO TO RUNH-REJ-C1
           MOVE ZERO TO RUNH-REJ-C2
           MOVE ZERO TO RUNH-REJ-Y1
           MOVE ZERO TO RUNH-OVERFLOW-COUNT
           MOVE ZERO TO RUNH-COMPUTED-TOTAL
           MOVE ZERO TO RUNH-CONTROL-TOTAL
