      *****************************************************************
      * HSTMAP.CPY
      *
      * SYMBOLIC MAP FOR THE HSTMAP BMS MAPSET (BMS/HSTMAP.BMS).
      * NORMALLY PRODUCED BY THE DFHMSC BMS ASSEMBLER FROM THE MAP
      * SOURCE; HAND-BUILT HERE FOLLOWING THE SAME <FIELD>L/<FIELD>F/
      * <FIELD>A/<FIELD>I LAYOUT THE ASSEMBLER GENERATES AND THE SAME
      * OUTPUT MAP REDEFINITION AUDMAP.CPY USES.
      *
      * MODIFICATION HISTORY
      *   2026-10-08  RJT  INITIAL VERSION.
      *****************************************************************
       01  HSTSETI.
           02  FILLER                  PIC X(12).
           02  HLOANNOL                COMP PIC S9(4).
           02  HLOANNOF                PICTURE X.
           02  FILLER REDEFINES HLOANNOF.
               03  HLOANNOA            PICTURE X.
           02  HLOANNOI                PIC X(10).
           02  HBNAMEL                 COMP PIC S9(4).
           02  HBNAMEF                 PICTURE X.
           02  FILLER REDEFINES HBNAMEF.
               03  HBNAMEA             PICTURE X.
           02  HBNAMEI                 PIC X(30).
           02  HSUSBALL                COMP PIC S9(4).
           02  HSUSBALF                PICTURE X.
           02  FILLER REDEFINES HSUSBALF.
               03  HSUSBALA            PICTURE X.
           02  HSUSBALI                PIC X(13).
           02  HSUSDTEL                COMP PIC S9(4).
           02  HSUSDTEF                PICTURE X.
           02  FILLER REDEFINES HSUSDTEF.
               03  HSUSDTEA            PICTURE X.
           02  HSUSDTEI                PIC X(08).
           02  HPAGEL                  COMP PIC S9(4).
           02  HPAGEF                  PICTURE X.
           02  FILLER REDEFINES HPAGEF.
               03  HPAGEA              PICTURE X.
           02  HPAGEI                  PIC X(03).
           02  HLINE01L                COMP PIC S9(4).
           02  HLINE01F                PICTURE X.
           02  FILLER REDEFINES HLINE01F.
               03  HLINE01A            PICTURE X.
           02  HLINE01I                PIC X(78).
           02  HLINE02L                COMP PIC S9(4).
           02  HLINE02F                PICTURE X.
           02  FILLER REDEFINES HLINE02F.
               03  HLINE02A            PICTURE X.
           02  HLINE02I                PIC X(78).
           02  HLINE03L                COMP PIC S9(4).
           02  HLINE03F                PICTURE X.
           02  FILLER REDEFINES HLINE03F.
               03  HLINE03A            PICTURE X.
           02  HLINE03I                PIC X(78).
           02  HLINE04L                COMP PIC S9(4).
           02  HLINE04F                PICTURE X.
           02  FILLER REDEFINES HLINE04F.
               03  HLINE04A            PICTURE X.
           02  HLINE04I                PIC X(78).
           02  HLINE05L                COMP PIC S9(4).
           02  HLINE05F                PICTURE X.
           02  FILLER REDEFINES HLINE05F.
               03  HLINE05A            PICTURE X.
           02  HLINE05I                PIC X(78).
           02  HLINE06L                COMP PIC S9(4).
           02  HLINE06F                PICTURE X.
           02  FILLER REDEFINES HLINE06F.
               03  HLINE06A            PICTURE X.
           02  HLINE06I                PIC X(78).
           02  HLINE07L                COMP PIC S9(4).
           02  HLINE07F                PICTURE X.
           02  FILLER REDEFINES HLINE07F.
               03  HLINE07A            PICTURE X.
           02  HLINE07I                PIC X(78).
           02  HLINE08L                COMP PIC S9(4).
           02  HLINE08F                PICTURE X.
           02  FILLER REDEFINES HLINE08F.
               03  HLINE08A            PICTURE X.
           02  HLINE08I                PIC X(78).
           02  HLINE09L                COMP PIC S9(4).
           02  HLINE09F                PICTURE X.
           02  FILLER REDEFINES HLINE09F.
               03  HLINE09A            PICTURE X.
           02  HLINE09I                PIC X(78).
           02  HLINE10L                COMP PIC S9(4).
           02  HLINE10F                PICTURE X.
           02  FILLER REDEFINES HLINE10F.
               03  HLINE10A            PICTURE X.
           02  HLINE10I                PIC X(78).
           02  HLINE11L                COMP PIC S9(4).
           02  HLINE11F                PICTURE X.
           02  FILLER REDEFINES HLINE11F.
               03  HLINE11A            PICTURE X.
           02  HLINE11I                PIC X(78).
           02  HLINE12L                COMP PIC S9(4).
           02  HLINE12F                PICTURE X.
           02  FILLER REDEFINES HLINE12F.
               03  HLINE12A            PICTURE X.
           02  HLINE12I                PIC X(78).
           02  HMSGL                   COMP PIC S9(4).
           02  HMSGF                   PICTURE X.
           02  FILLER REDEFINES HMSGF.
               03  HMSGA               PICTURE X.
           02  HMSGI                   PIC X(79).
      *
       01  HSTSETO REDEFINES HSTSETI.
           02  FILLER                  PIC X(12).
           02  HLOANNOO                PIC X.
           02  FILLER                  PIC X(01).
           02  HLOANNOOI               PIC X(10).
           02  HBNAMEO                 PIC X.
           02  FILLER                  PIC X(01).
           02  HBNAMEOI                PIC X(30).
           02  HSUSBALO                PIC X.
           02  FILLER                  PIC X(01).
           02  HSUSBALOI               PIC X(13).
           02  HSUSDTEO                PIC X.
           02  FILLER                  PIC X(01).
           02  HSUSDTEOI               PIC X(08).
           02  HPAGEO                  PIC X.
           02  FILLER                  PIC X(01).
           02  HPAGEOI                 PIC X(03).
           02  HLINE01O                PIC X.
           02  FILLER                  PIC X(01).
           02  HLINE01OI               PIC X(78).
           02  HLINE02O                PIC X.
           02  FILLER                  PIC X(01).
           02  HLINE02OI               PIC X(78).
           02  HLINE03O                PIC X.
           02  FILLER                  PIC X(01).
           02  HLINE03OI               PIC X(78).
           02  HLINE04O                PIC X.
           02  FILLER                  PIC X(01).
           02  HLINE04OI               PIC X(78).
           02  HLINE05O                PIC X.
           02  FILLER                  PIC X(01).
           02  HLINE05OI               PIC X(78).
           02  HLINE06O                PIC X.
           02  FILLER                  PIC X(01).
           02  HLINE06OI               PIC X(78).
           02  HLINE07O                PIC X.
           02  FILLER                  PIC X(01).
           02  HLINE07OI               PIC X(78).
           02  HLINE08O                PIC X.
           02  FILLER                  PIC X(01).
           02  HLINE08OI               PIC X(78).
           02  HLINE09O                PIC X.
           02  FILLER                  PIC X(01).
           02  HLINE09OI               PIC X(78).
           02  HLINE10O                PIC X.
           02  FILLER                  PIC X(01).
           02  HLINE10OI               PIC X(78).
           02  HLINE11O                PIC X.
           02  FILLER                  PIC X(01).
           02  HLINE11OI               PIC X(78).
           02  HLINE12O                PIC X.
           02  FILLER                  PIC X(01).
           02  HLINE12OI               PIC X(78).
           02  HMSGO                   PIC X.
           02  FILLER                  PIC X(01).
           02  HMSGOI                  PIC X(79).
