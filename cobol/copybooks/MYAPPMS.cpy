      * layout checked into the copylib alongside the BMS source in
      * cobol/cics/MYAPPMS.bms - keep the two in step). TIOAPFX=YES
      * gives the 12-byte prefix; named fields in definition order:
      * KEYF, FUNCF, SRCF, MAKF, AMTF, STAF, AGEF, ACSF, OPNF,
      * CLSF, RGNF, MSGF
       01  MYAPPMI.
           05  FILLER              PIC X(12).
           05  KEYFL               PIC S9(4) COMP.
           05  FILLER REDEFINES AGEFF.
               10  AGEFA           PIC X(1).
           05  AGEFI               PIC X(2).
           05  ACSFL               PIC S9(4) COMP.
           05  ACSFF               PIC X(1).
           05  FILLER REDEFINES ACSFF.
               10  ACSFA           PIC X(1).
           05  ACSFI               PIC X(1).
           05  OPNFL               PIC S9(4) COMP.
           05  OPNFF               PIC X(1).
           05  FILLER REDEFINES OPNFF.
               10  OPNFA           PIC X(1).
           05  OPNFI               PIC X(8).
           05  CLSFL               PIC S9(4) COMP.
           05  CLSFF               PIC X(1).
           05  FILLER REDEFINES CLSFF.
               10  CLSFA           PIC X(1).
           05  CLSFI               PIC X(8).
           05  RGNFL               PIC S9(4) COMP.
           05  RGNFF               PIC X(1).
           05  FILLER REDEFINES RGNFF.
               10  RGNFA           PIC X(1).
           05  RGNFI               PIC X(2).
           05  MSGFL               PIC S9(4) COMP.
           05  MSGFF               PIC X(1).
           05  FILLER REDEFINES MSGFF.
           05  FILLER              PIC X(3).
           05  AGEFO               PIC X(2).
           05  FILLER              PIC X(3).
           05  ACSFO               PIC X(1).
           05  FILLER              PIC X(3).
           05  OPNFO               PIC X(8).
           05  FILLER              PIC X(3).
           05  CLSFO               PIC X(8).
           05  FILLER              PIC X(3).
           05  RGNFO               PIC X(2).
           05  FILLER              PIC X(3).
           05  MSGFO               PIC X(60).
