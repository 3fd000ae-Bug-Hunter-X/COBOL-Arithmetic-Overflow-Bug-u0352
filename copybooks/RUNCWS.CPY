      *****************************************************
      * RUNCWS.CPY
      * Work fields for the nightly run-control check.
      * COPY this into WORKING-STORAGE of every step that
      * COPYs RUNCTL; the step's own name and predecessor
      * list stay in the program, the paragraphs that use
      * them are in RUNCCHK and RUNCPROC.
      *****************************************************
       01  WS-RUNC-FIELDS.
           05  WS-RUNC-STATUS          PIC XX.
           05  WS-BUSINESS-DATE        PIC 9(8) VALUE ZERO.
           05  WS-RUNC-NEW-STATUS      PIC X.
           05  WS-RUNC-MESSAGE         PIC X(50).
           05  WS-RUNC-DISPLAY         PIC X(80).
           05  WS-RUNC-TODAY           PIC 9(8).
           05  WS-RUNC-CLOCK           PIC 9(8).
           05  WS-RUNC-CLOCK-SPLIT REDEFINES WS-RUNC-CLOCK.
               10  WS-RUNC-HHMMSS      PIC 9(6).
               10  FILLER              PIC 99.
           05  WS-PRED-IDX             PIC 9(2) COMP.
           05  WS-RUNC-FOUND-SW        PIC X VALUE 'N'.
               88  WS-RUNC-FOUND                 VALUE 'Y'.
           05  WS-RUNC-CLEAR-SW        PIC X VALUE 'Y'.
               88  WS-RUNC-CLEAR                 VALUE 'Y'.
