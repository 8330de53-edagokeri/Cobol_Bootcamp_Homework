      *-----------------------
      * Copyright Contributors to the COBOL Programming Course
      * SPDX-License-Identifier: CC-BY-4.0
      *-----------------------
      * ACCTCUSM - symbolic map for the ACCTCUS mapset (map
      * ACCTCMAP), kept by hand in the COPYLIB because this course
      * library has no assembled map output to copy from. The field
      * order, lengths and the 12-byte TIOAPFX prefix mirror what
      * DFHMSD LANG=COBOL,TIOAPFX=YES generates - keep this member
      * in step with Z95640.BMS(ACCTCUS) when changing the map.
      *-----------------------
       01  ACCTCMAPI.
           05  FILLER              PIC X(12).
           05  CINPIDL             PIC S9(04) COMP.
           05  CINPIDF             PIC X(01).
           05  FILLER REDEFINES CINPIDF.
               10  CINPIDA         PIC X(01).
           05  CINPIDI             PIC X(05).
           05  CADL                PIC S9(04) COMP.
           05  CADF                PIC X(01).
           05  FILLER REDEFINES CADF.
               10  CADA            PIC X(01).
           05  CADI                PIC X(15).
           05  CSOYADL             PIC S9(04) COMP.
           05  CSOYADF             PIC X(01).
           05  FILLER REDEFINES CSOYADF.
               10  CSOYADA         PIC X(01).
           05  CSOYADI             PIC X(15).
           05  CADR1L              PIC S9(04) COMP.
           05  CADR1F              PIC X(01).
           05  FILLER REDEFINES CADR1F.
               10  CADR1A          PIC X(01).
           05  CADR1I              PIC X(30).
           05  CADR2L              PIC S9(04) COMP.
           05  CADR2F              PIC X(01).
           05  FILLER REDEFINES CADR2F.
               10  CADR2A          PIC X(01).
           05  CADR2I              PIC X(30).
           05  CCITYL              PIC S9(04) COMP.
           05  CCITYF              PIC X(01).
           05  FILLER REDEFINES CCITYF.
               10  CCITYA          PIC X(01).
           05  CCITYI              PIC X(15).
           05  CPOSTL              PIC S9(04) COMP.
           05  CPOSTF              PIC X(01).
           05  FILLER REDEFINES CPOSTF.
               10  CPOSTA          PIC X(01).
           05  CPOSTI              PIC X(05).
           05  CNATIDL             PIC S9(04) COMP.
           05  CNATIDF             PIC X(01).
           05  FILLER REDEFINES CNATIDF.
               10  CNATIDA         PIC X(01).
           05  CNATIDI             PIC X(11).
           05  CPHONEL             PIC S9(04) COMP.
           05  CPHONEF             PIC X(01).
           05  FILLER REDEFINES CPHONEF.
               10  CPHONEA         PIC X(01).
           05  CPHONEI             PIC X(15).
           05  CEMAILL             PIC S9(04) COMP.
           05  CEMAILF             PIC X(01).
           05  FILLER REDEFINES CEMAILF.
               10  CEMAILA         PIC X(01).
           05  CEMAILI             PIC X(30).
           05  CDURUML             PIC S9(04) COMP.
           05  CDURUMF             PIC X(01).
           05  FILLER REDEFINES CDURUMF.
               10  CDURUMA         PIC X(01).
           05  CDURUMI             PIC X(08).
           05  COPENL              PIC S9(04) COMP.
           05  COPENF              PIC X(01).
           05  FILLER REDEFINES COPENF.
               10  COPENA          PIC X(01).
           05  COPENI              PIC X(08).
           05  CMAINTL             PIC S9(04) COMP.
           05  CMAINTF             PIC X(01).
           05  FILLER REDEFINES CMAINTF.
               10  CMAINTA         PIC X(01).
           05  CMAINTI             PIC X(17).
           05  CMSGLNL             PIC S9(04) COMP.
           05  CMSGLNF             PIC X(01).
           05  FILLER REDEFINES CMSGLNF.
               10  CMSGLNA         PIC X(01).
           05  CMSGLNI             PIC X(40).
       01  ACCTCMAPO REDEFINES ACCTCMAPI.
           05  FILLER              PIC X(12).
           05  FILLER              PIC X(03).
           05  CINPIDO             PIC X(05).
           05  FILLER              PIC X(03).
           05  CADO                PIC X(15).
           05  FILLER              PIC X(03).
           05  CSOYADO             PIC X(15).
           05  FILLER              PIC X(03).
           05  CADR1O              PIC X(30).
           05  FILLER              PIC X(03).
           05  CADR2O              PIC X(30).
           05  FILLER              PIC X(03).
           05  CCITYO              PIC X(15).
           05  FILLER              PIC X(03).
           05  CPOSTO              PIC X(05).
           05  FILLER              PIC X(03).
           05  CNATIDO             PIC X(11).
           05  FILLER              PIC X(03).
           05  CPHONEO             PIC X(15).
           05  FILLER              PIC X(03).
           05  CEMAILO             PIC X(30).
           05  FILLER              PIC X(03).
           05  CDURUMO             PIC X(08).
           05  FILLER              PIC X(03).
           05  COPENO              PIC X(08).
           05  FILLER              PIC X(03).
           05  CMAINTO             PIC X(17).
           05  FILLER              PIC X(03).
           05  CMSGLNO             PIC X(40).
