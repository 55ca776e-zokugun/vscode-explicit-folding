      * symbolic map for map MYHLDM in map set MYHLDMS (generated
      * layout checked into the copylib alongside the BMS source in
      * cobol/cics/MYHLDMS.bms - keep the two in step). TIOAPFX=YES
      * gives the 12-byte prefix; named fields in definition order:
      * KEYF, DATF, RGNF, CURF, OPRF, NATF, BASF, THRF, AGEF, MSGF
       01  MYHLDMI.
           05  FILLER              PIC X(12).
           05  KEYFL               PIC S9(4) COMP.
           05  KEYFF               PIC X(1).
           05  FILLER REDEFINES KEYFF.
               10  KEYFA           PIC X(1).
           05  KEYFI               PIC X(6).
           05  DATFL               PIC S9(4) COMP.
           05  DATFF               PIC X(1).
           05  FILLER REDEFINES DATFF.
               10  DATFA           PIC X(1).
           05  DATFI               PIC X(8).
           05  RGNFL               PIC S9(4) COMP.
           05  RGNFF               PIC X(1).
           05  FILLER REDEFINES RGNFF.
               10  RGNFA           PIC X(1).
           05  RGNFI               PIC X(2).
           05  CURFL               PIC S9(4) COMP.
           05  CURFF               PIC X(1).
           05  FILLER REDEFINES CURFF.
               10  CURFA           PIC X(1).
           05  CURFI               PIC X(3).
           05  OPRFL               PIC S9(4) COMP.
           05  OPRFF               PIC X(1).
           05  FILLER REDEFINES OPRFF.
               10  OPRFA           PIC X(1).
           05  OPRFI               PIC X(8).
           05  NATFL               PIC S9(4) COMP.
           05  NATFF               PIC X(1).
           05  FILLER REDEFINES NATFF.
               10  NATFA           PIC X(1).
           05  NATFI               PIC X(9).
           05  BASFL               PIC S9(4) COMP.
           05  BASFF               PIC X(1).
           05  FILLER REDEFINES BASFF.
               10  BASFA           PIC X(1).
           05  BASFI               PIC X(13).
           05  THRFL               PIC S9(4) COMP.
           05  THRFF               PIC X(1).
           05  FILLER REDEFINES THRFF.
               10  THRFA           PIC X(1).
           05  THRFI               PIC X(14).
           05  AGEFL               PIC S9(4) COMP.
           05  AGEFF               PIC X(1).
           05  FILLER REDEFINES AGEFF.
               10  AGEFA           PIC X(1).
           05  AGEFI               PIC X(3).
           05  MSGFL               PIC S9(4) COMP.
           05  MSGFF               PIC X(1).
           05  FILLER REDEFINES MSGFF.
               10  MSGFA           PIC X(1).
           05  MSGFI               PIC X(60).
       01  MYHLDMO REDEFINES MYHLDMI.
           05  FILLER              PIC X(12).
           05  FILLER              PIC X(3).
           05  KEYFO               PIC X(6).
           05  FILLER              PIC X(3).
           05  DATFO               PIC X(8).
           05  FILLER              PIC X(3).
           05  RGNFO               PIC X(2).
           05  FILLER              PIC X(3).
           05  CURFO               PIC X(3).
           05  FILLER              PIC X(3).
           05  OPRFO               PIC X(8).
           05  FILLER              PIC X(3).
           05  NATFO               PIC X(9).
           05  FILLER              PIC X(3).
           05  BASFO               PIC X(13).
           05  FILLER              PIC X(3).
           05  THRFO               PIC X(14).
           05  FILLER              PIC X(3).
           05  AGEFO               PIC X(3).
           05  FILLER              PIC X(3).
           05  MSGFO               PIC X(60).
