      *****************************************************
      * BUG6MAP.CPY
      * Symbolic map for mapset BUG6SET, map BUG6MAP
      * (the BUG006I capture approval screen).
      * Hand-maintained to match the BMS source in
      * cics/bug6map.bms, the same way BUG1MAP.CPY is
      * kept for the BUG001I inquiry screen. The ten
      * list rows AACT01/ADET01 .. AACT10/ADET10 are laid
      * out alike and consecutive, so they are carried
      * here as one OCCURS group the program can subscript.
      *****************************************************
       01  BUG6MAPI.
           05  FILLER                  PIC X(12).
           05  ALINEI OCCURS 10 TIMES.
               10  AACTL               PIC S9(4) COMP.
               10  AACTF               PIC X.
               10  FILLER REDEFINES AACTF.
                   15  AACTA           PIC X.
               10  AACTI               PIC X(1).
               10  ADETL               PIC S9(4) COMP.
               10  ADETF               PIC X.
               10  FILLER REDEFINES ADETF.
                   15  ADETA           PIC X.
               10  ADETI               PIC X(74).
           05  AMSGL                   PIC S9(4) COMP.
           05  AMSGF                   PIC X.
           05  FILLER REDEFINES AMSGF.
               10  AMSGA               PIC X.
           05  AMSGI                   PIC X(60).

       01  BUG6MAPO REDEFINES BUG6MAPI.
           05  FILLER                  PIC X(12).
           05  ALINEO OCCURS 10 TIMES.
               10  FILLER              PIC X(3).
               10  AACTO               PIC X(1).
               10  FILLER              PIC X(3).
               10  ADETO               PIC X(74).
           05  FILLER                  PIC X(3).
           05  AMSGO                   PIC X(60).
