      *-----------------------
      * Copyright Contributors to the COBOL Programming Course
      * SPDX-License-Identifier: CC-BY-4.0
      *-----------------------
      * ACCTODLM - symbolic map for the ACCTODL mapset (map
      * ACCTOMAP), kept by hand in the COPYLIB because this course
      * library has no assembled map output to copy from. The field
      * order, lengths and the 12-byte TIOAPFX prefix mirror what
      * DFHMSD LANG=COBOL,TIOAPFX=YES generates - keep this member
      * in step with Z95640.BMS(ACCTODL) when changing the map.
      *-----------------------
       01  ACCTOMAPI.
           05  FILLER              PIC X(12).
           05  OINPIDL             PIC S9(04) COMP.
           05  OINPIDF             PIC X(01).
           05  FILLER REDEFINES OINPIDF.
               10  OINPIDA         PIC X(01).
           05  OINPIDI             PIC X(05).
           05  OINPDVZL            PIC S9(04) COMP.
           05  OINPDVZF            PIC X(01).
           05  FILLER REDEFINES OINPDVZF.
               10  OINPDVZA        PIC X(01).
           05  OINPDVZI            PIC X(03).
           05  OADL                PIC S9(04) COMP.
           05  OADF                PIC X(01).
           05  FILLER REDEFINES OADF.
               10  OADA            PIC X(01).
           05  OADI                PIC X(15).
           05  OSOYADL             PIC S9(04) COMP.
           05  OSOYADF             PIC X(01).
           05  FILLER REDEFINES OSOYADF.
               10  OSOYADA         PIC X(01).
           05  OSOYADI             PIC X(15).
           05  ODURUML             PIC S9(04) COMP.
           05  ODURUMF             PIC X(01).
           05  FILLER REDEFINES ODURUMF.
               10  ODURUMA         PIC X(01).
           05  ODURUMI             PIC X(08).
           05  OBALNCL             PIC S9(04) COMP.
           05  OBALNCF             PIC X(01).
           05  FILLER REDEFINES OBALNCF.
               10  OBALNCA         PIC X(01).
           05  OBALNCI             PIC X(13).
           05  OCURLMTL            PIC S9(04) COMP.
           05  OCURLMTF            PIC X(01).
           05  FILLER REDEFINES OCURLMTF.
               10  OCURLMTA        PIC X(01).
           05  OCURLMTI            PIC X(13).
           05  ONEWLMTL            PIC S9(04) COMP.
           05  ONEWLMTF            PIC X(01).
           05  FILLER REDEFINES ONEWLMTF.
               10  ONEWLMTA        PIC X(01).
           05  ONEWLMTI            PIC X(11).
           05  OEXPRYL             PIC S9(04) COMP.
           05  OEXPRYF             PIC X(01).
           05  FILLER REDEFINES OEXPRYF.
               10  OEXPRYA         PIC X(01).
           05  OEXPRYI             PIC X(08).
           05  OREASNL             PIC S9(04) COMP.
           05  OREASNF             PIC X(01).
           05  FILLER REDEFINES OREASNF.
               10  OREASNA         PIC X(01).
           05  OREASNI             PIC X(30).
           05  OREQSTL             PIC S9(04) COMP.
           05  OREQSTF             PIC X(01).
           05  FILLER REDEFINES OREQSTF.
               10  OREQSTA         PIC X(01).
           05  OREQSTI             PIC X(10).
           05  OREQBYL             PIC S9(04) COMP.
           05  OREQBYF             PIC X(01).
           05  FILLER REDEFINES OREQBYF.
               10  OREQBYA         PIC X(01).
           05  OREQBYI             PIC X(24).
           05  ODECBYL             PIC S9(04) COMP.
           05  ODECBYF             PIC X(01).
           05  FILLER REDEFINES ODECBYF.
               10  ODECBYA         PIC X(01).
           05  ODECBYI             PIC X(24).
           05  OMSGLNL             PIC S9(04) COMP.
           05  OMSGLNF             PIC X(01).
           05  FILLER REDEFINES OMSGLNF.
               10  OMSGLNA         PIC X(01).
           05  OMSGLNI             PIC X(40).
       01  ACCTOMAPO REDEFINES ACCTOMAPI.
           05  FILLER              PIC X(12).
           05  FILLER              PIC X(03).
           05  OINPIDO             PIC X(05).
           05  FILLER              PIC X(03).
           05  OINPDVZO            PIC X(03).
           05  FILLER              PIC X(03).
           05  OADO                PIC X(15).
           05  FILLER              PIC X(03).
           05  OSOYADO             PIC X(15).
           05  FILLER              PIC X(03).
           05  ODURUMO             PIC X(08).
           05  FILLER              PIC X(03).
           05  OBALNCO             PIC X(13).
           05  FILLER              PIC X(03).
           05  OCURLMTO            PIC X(13).
           05  FILLER              PIC X(03).
           05  ONEWLMTO            PIC X(11).
           05  FILLER              PIC X(03).
           05  OEXPRYO             PIC X(08).
           05  FILLER              PIC X(03).
           05  OREASNO             PIC X(30).
           05  FILLER              PIC X(03).
           05  OREQSTO             PIC X(10).
           05  FILLER              PIC X(03).
           05  OREQBYO             PIC X(24).
           05  FILLER              PIC X(03).
           05  ODECBYO             PIC X(24).
           05  FILLER              PIC X(03).
           05  OMSGLNO             PIC X(40).
