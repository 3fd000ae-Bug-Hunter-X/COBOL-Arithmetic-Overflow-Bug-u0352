      *****************************************************
      * RUNCTL.CPY
      * Nightly run-control record. COPY this under the FD
      * for the RUNCTL VSAM file in every step of the
      * nightly stream, so all the steps and the BUG025
      * status report read one layout.
      *
      * One record per business date and step, with the
      * step's latest start, its clean completion or its
      * failure. The record keyed on a zero date and step
      * CURRENT is the stream's pointer: BUG001 sets it to
      * the business date it opens, and every later step
      * works to that date.
      *****************************************************
       01  RUNC-REC.
           05  RUNC-KEY.
               10  RUNC-BUS-DATE       PIC 9(8).
               10  RUNC-STEP           PIC X(8).
           05  RUNC-DATA.
               10  RUNC-STATUS         PIC X.
                   88  RUNC-STARTED              VALUE 'S'.
                   88  RUNC-COMPLETED            VALUE 'C'.
                   88  RUNC-FAILED               VALUE 'F'.
                   88  RUNC-REOPENED             VALUE 'R'.
               10  RUNC-ATTEMPTS       PIC 9(3).
               10  RUNC-START-DATE     PIC 9(8).
               10  RUNC-START-TIME     PIC 9(6).
               10  RUNC-END-DATE       PIC 9(8).
               10  RUNC-END-TIME       PIC 9(6).
               10  RUNC-MESSAGE        PIC X(50).
               10  RUNC-UPDATED-BY     PIC X(3).
           05  RUNC-POINTER-DATA REDEFINES RUNC-DATA.
               10  RUNC-CURRENT-DATE   PIC 9(8).
               10  FILLER              PIC X(77).
