           05  FILLER REDEFINES BALNCF.
               10  BALNCA          PIC X(01).
           05  BALNCI              PIC X(13).
           05  ODLMTL              PIC S9(04) COMP.
           05  ODLMTF              PIC X(01).
           05  FILLER REDEFINES ODLMTF.
               10  ODLMTA          PIC X(01).
           05  ODLMTI              PIC X(13).
           05  HELDL               PIC S9(04) COMP.
           05  HELDF               PIC X(01).
           05  FILLER REDEFINES HELDF.
               10  HELDA           PIC X(01).
           05  HELDI               PIC X(13).
           05  AVAILL              PIC S9(04) COMP.
           05  AVAILF              PIC X(01).
           05  FILLER REDEFINES AVAILF.
               10  AVAILA          PIC X(01).
           05  AVAILI              PIC X(13).
           05  BWNTCL              PIC S9(04) COMP.
           05  BWNTCF              PIC X(01).
           05  FILLER REDEFINES BWNTCF.
               10  BWNTCA          PIC X(01).
           05  BWNTCI              PIC X(40).
           05  MSGLNL              PIC S9(04) COMP.
           05  MSGLNF              PIC X(01).
           05  FILLER REDEFINES MSGLNF.
           05  FILLER              PIC X(03).
           05  BALNCO              PIC X(13).
           05  FILLER              PIC X(03).
           05  ODLMTO              PIC X(13).
           05  FILLER              PIC X(03).
           05  HELDO               PIC X(13).
           05  FILLER              PIC X(03).
           05  AVAILO              PIC X(13).
           05  FILLER              PIC X(03).
           05  BWNTCO              PIC X(40).
           05  FILLER              PIC X(03).
           05  MSGLNO              PIC X(40).
