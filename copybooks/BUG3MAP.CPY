      * cics/bug3map.bms, the same way BUG1MAP.CPY is
      * kept for the BUG001I inquiry screen. CNUM1/CNUM2
      * carry PICIN='S9(5)V99' on the BMS side so the *I
      * fields line up with the TRANIN amount pictures;
      * CORIG1/CORIG2 likewise carry PICIN='S9(9)V99' to
      * match the TRANIN original-currency amounts.
      *****************************************************
       01  BUG3MAPI.
           05  FILLER                  PIC X(12).
           05  FILLER REDEFINES CEDATEF.
               10  CEDATEA             PIC X.
           05  CEDATEI                 PIC X(8).
           05  CCCYL                   PIC S9(4) COMP.
           05  CCCYF                   PIC X.
           05  FILLER REDEFINES CCCYF.
               10  CCCYA               PIC X.
           05  CCCYI                   PIC X(3).
           05  CORIG1L                 PIC S9(4) COMP.
           05  CORIG1F                 PIC X.
           05  FILLER REDEFINES CORIG1F.
               10  CORIG1A             PIC X.
           05  CORIG1I                 PIC S9(9)V99 SIGN IS TRAILING.
           05  CORIG2L                 PIC S9(4) COMP.
           05  CORIG2F                 PIC X.
           05  FILLER REDEFINES CORIG2F.
               10  CORIG2A             PIC X.
           05  CORIG2I                 PIC S9(9)V99 SIGN IS TRAILING.
           05  CMSGL                   PIC S9(4) COMP.
           05  CMSGF                   PIC X.
           05  FILLER REDEFINES CMSGF.
           05  FILLER                  PIC X(3).
           05  CEDATEO                 PIC X(8).
           05  FILLER                  PIC X(3).
           05  CCCYO                   PIC X(3).
           05  FILLER                  PIC X(3).
           05  CORIG1O                 PIC X(11).
           05  FILLER                  PIC X(3).
           05  CORIG2O                 PIC X(11).
           05  FILLER                  PIC X(3).
           05  CMSGO                   PIC X(40).
