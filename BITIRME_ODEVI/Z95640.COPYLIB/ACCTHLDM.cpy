      *-----------------------
      * Copyright Contributors to the COBOL Programming Course
      * SPDX-License-Identifier: CC-BY-4.0
      *-----------------------
      * ACCTHLDM - symbolic map for the ACCTHLD mapset (map
      * ACCTHMAP), kept by hand in the COPYLIB because this course
      * library has no assembled map output to copy from. The field
      * order, lengths and the 12-byte TIOAPFX prefix mirror what
      * DFHMSD LANG=COBOL,TIOAPFX=YES generates - keep this member
      * in step with Z95640.BMS(ACCTHLD) when changing the map.
      *-----------------------
       01  ACCTHMAPI.
           05  FILLER              PIC X(12).
           05  HINPIDL             PIC S9(04) COMP.
           05  HINPIDF             PIC X(01).
           05  FILLER REDEFINES HINPIDF.
               10  HINPIDA         PIC X(01).
           05  HINPIDI             PIC X(05).
           05  HINPDVZL            PIC S9(04) COMP.
           05  HINPDVZF            PIC X(01).
           05  FILLER REDEFINES HINPDVZF.
               10  HINPDVZA        PIC X(01).
           05  HINPDVZI            PIC X(03).
           05  HADL                PIC S9(04) COMP.
           05  HADF                PIC X(01).
           05  FILLER REDEFINES HADF.
               10  HADA            PIC X(01).
           05  HADI                PIC X(15).
           05  HSOYADL             PIC S9(04) COMP.
           05  HSOYADF             PIC X(01).
           05  FILLER REDEFINES HSOYADF.
               10  HSOYADA         PIC X(01).
           05  HSOYADI             PIC X(15).
           05  HDURUML             PIC S9(04) COMP.
           05  HDURUMF             PIC X(01).
           05  FILLER REDEFINES HDURUMF.
               10  HDURUMA         PIC X(01).
           05  HDURUMI             PIC X(08).
           05  HBALNCL             PIC S9(04) COMP.
           05  HBALNCF             PIC X(01).
           05  FILLER REDEFINES HBALNCF.
               10  HBALNCA         PIC X(01).
           05  HBALNCI             PIC X(13).
           05  HODLMTL             PIC S9(04) COMP.
           05  HODLMTF             PIC X(01).
           05  FILLER REDEFINES HODLMTF.
               10  HODLMTA         PIC X(01).
           05  HODLMTI             PIC X(13).
           05  HHELDL              PIC S9(04) COMP.
           05  HHELDF              PIC X(01).
           05  FILLER REDEFINES HHELDF.
               10  HHELDA          PIC X(01).
           05  HHELDI              PIC X(13).
           05  HAVAILL             PIC S9(04) COMP.
           05  HAVAILF             PIC X(01).
           05  FILLER REDEFINES HAVAILF.
               10  HAVAILA         PIC X(01).
           05  HAVAILI             PIC X(13).
           05  HLIN1L              PIC S9(04) COMP.
           05  HLIN1F              PIC X(01).
           05  FILLER REDEFINES HLIN1F.
               10  HLIN1A          PIC X(01).
           05  HLIN1I              PIC X(68).
           05  HLIN2L              PIC S9(04) COMP.
           05  HLIN2F              PIC X(01).
           05  FILLER REDEFINES HLIN2F.
               10  HLIN2A          PIC X(01).
           05  HLIN2I              PIC X(68).
           05  HLIN3L              PIC S9(04) COMP.
           05  HLIN3F              PIC X(01).
           05  FILLER REDEFINES HLIN3F.
               10  HLIN3A          PIC X(01).
           05  HLIN3I              PIC X(68).
           05  HLIN4L              PIC S9(04) COMP.
           05  HLIN4F              PIC X(01).
           05  FILLER REDEFINES HLIN4F.
               10  HLIN4A          PIC X(01).
           05  HLIN4I              PIC X(68).
           05  HLIN5L              PIC S9(04) COMP.
           05  HLIN5F              PIC X(01).
           05  FILLER REDEFINES HLIN5F.
               10  HLIN5A          PIC X(01).
           05  HLIN5I              PIC X(68).
           05  HLIN6L              PIC S9(04) COMP.
           05  HLIN6F              PIC X(01).
           05  FILLER REDEFINES HLIN6F.
               10  HLIN6A          PIC X(01).
           05  HLIN6I              PIC X(68).
           05  HHNOL               PIC S9(04) COMP.
           05  HHNOF               PIC X(01).
           05  FILLER REDEFINES HHNOF.
               10  HHNOA           PIC X(01).
           05  HHNOI               PIC X(03).
           05  HAMTL               PIC S9(04) COMP.
           05  HAMTF               PIC X(01).
           05  FILLER REDEFINES HAMTF.
               10  HAMTA           PIC X(01).
           05  HAMTI               PIC X(11).
           05  HRSNL               PIC S9(04) COMP.
           05  HRSNF               PIC X(01).
           05  FILLER REDEFINES HRSNF.
               10  HRSNA           PIC X(01).
           05  HRSNI               PIC X(02).
           05  HLREFL              PIC S9(04) COMP.
           05  HLREFF              PIC X(01).
           05  FILLER REDEFINES HLREFF.
               10  HLREFA          PIC X(01).
           05  HLREFI              PIC X(20).
           05  HEXPRYL             PIC S9(04) COMP.
           05  HEXPRYF             PIC X(01).
           05  FILLER REDEFINES HEXPRYF.
               10  HEXPRYA         PIC X(01).
           05  HEXPRYI             PIC X(08).
           05  HMSGLNL             PIC S9(04) COMP.
           05  HMSGLNF             PIC X(01).
           05  FILLER REDEFINES HMSGLNF.
               10  HMSGLNA         PIC X(01).
           05  HMSGLNI             PIC X(40).
       01  ACCTHMAPO REDEFINES ACCTHMAPI.
           05  FILLER              PIC X(12).
           05  FILLER              PIC X(03).
           05  HINPIDO             PIC X(05).
           05  FILLER              PIC X(03).
           05  HINPDVZO            PIC X(03).
           05  FILLER              PIC X(03).
           05  HADO                PIC X(15).
           05  FILLER              PIC X(03).
           05  HSOYADO             PIC X(15).
           05  FILLER              PIC X(03).
           05  HDURUMO             PIC X(08).
           05  FILLER              PIC X(03).
           05  HBALNCO             PIC X(13).
           05  FILLER              PIC X(03).
           05  HODLMTO             PIC X(13).
           05  FILLER              PIC X(03).
           05  HHELDO              PIC X(13).
           05  FILLER              PIC X(03).
           05  HAVAILO             PIC X(13).
           05  FILLER              PIC X(03).
           05  HLIN1O              PIC X(68).
           05  FILLER              PIC X(03).
           05  HLIN2O              PIC X(68).
           05  FILLER              PIC X(03).
           05  HLIN3O              PIC X(68).
           05  FILLER              PIC X(03).
           05  HLIN4O              PIC X(68).
           05  FILLER              PIC X(03).
           05  HLIN5O              PIC X(68).
           05  FILLER              PIC X(03).
           05  HLIN6O              PIC X(68).
           05  FILLER              PIC X(03).
           05  HHNOO               PIC X(03).
           05  FILLER              PIC X(03).
           05  HAMTO               PIC X(11).
           05  FILLER              PIC X(03).
           05  HRSNO               PIC X(02).
           05  FILLER              PIC X(03).
           05  HLREFO              PIC X(20).
           05  FILLER              PIC X(03).
           05  HEXPRYO             PIC X(08).
           05  FILLER              PIC X(03).
           05  HMSGLNO             PIC X(40).
