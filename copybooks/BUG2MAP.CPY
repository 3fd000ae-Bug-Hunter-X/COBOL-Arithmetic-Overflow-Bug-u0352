           05  FILLER REDEFINES RNUM1F.
               10  RNUM1A              PIC X.
           05  RNUM1I                  PIC X(7).
           05  RCURRL                  PIC S9(4) COMP.
           05  RCURRF                  PIC X.
           05  FILLER REDEFINES RCURRF.
               10  RCURRA              PIC X.
           05  RCURRI                  PIC X(3).
           05  RNUM2L                  PIC S9(4) COMP.
           05  RNUM2F                  PIC X.
           05  FILLER REDEFINES RNUM2F.
               10  RNUM2A              PIC X.
           05  RNUM2I                  PIC X(7).
           05  RORG1L                  PIC S9(4) COMP.
           05  RORG1F                  PIC X.
           05  FILLER REDEFINES RORG1F.
               10  RORG1A              PIC X.
           05  RORG1I                  PIC X(11).
           05  RACCTL                  PIC S9(4) COMP.
           05  RACCTF                  PIC X.
           05  FILLER REDEFINES RACCTF.
               10  RACCTA              PIC X.
           05  RACCTI                  PIC X(4).
           05  RORG2L                  PIC S9(4) COMP.
           05  RORG2F                  PIC X.
           05  FILLER REDEFINES RORG2F.
               10  RORG2A              PIC X.
           05  RORG2I                  PIC X(11).
           05  REDATEL                 PIC S9(4) COMP.
           05  REDATEF                 PIC X.
           05  FILLER REDEFINES REDATEF.
           05  FILLER                  PIC X(3).
           05  RNUM1O                  PIC X(7).
           05  FILLER                  PIC X(3).
           05  RCURRO                  PIC X(3).
           05  FILLER                  PIC X(3).
           05  RNUM2O                  PIC X(7).
           05  FILLER                  PIC X(3).
           05  RORG1O                  PIC X(11).
           05  FILLER                  PIC X(3).
           05  RACCTO                  PIC X(4).
           05  FILLER                  PIC X(3).
           05  RORG2O                  PIC X(11).
           05  FILLER                  PIC X(3).
           05  REDATEO                 PIC X(8).
           05  FILLER                  PIC X(3).
           05  RREASO                  PIC X(32).
