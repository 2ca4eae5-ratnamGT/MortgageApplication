      *****************************************************************
      * APRMAP.CPY
      *
      * SYMBOLIC MAP FOR THE APRMAP BMS MAPSET (BMS/APRMAP.BMS).
      * NORMALLY PRODUCED BY THE DFHMSC BMS ASSEMBLER FROM THE MAP
      * SOURCE; HAND-BUILT HERE FOLLOWING THE SAME <FIELD>L/<FIELD>F/
      * <FIELD>A/<FIELD>I LAYOUT THE ASSEMBLER GENERATES AND THE SAME
      * OUTPUT MAP REDEFINITION AUDMAP.CPY USES.
      *
      * MODIFICATION HISTORY
      *   2026-10-08  RJT  INITIAL VERSION.
      *****************************************************************
       01  APRSETI.
           02  FILLER                  PIC X(12).
           02  APAGEL                  COMP PIC S9(4).
           02  APAGEF                  PICTURE X.
           02  FILLER REDEFINES APAGEF.
               03  APAGEA              PICTURE X.
           02  APAGEI                  PIC X(03).
           02  ALINE01L                COMP PIC S9(4).
           02  ALINE01F                PICTURE X.
           02  FILLER REDEFINES ALINE01F.
               03  ALINE01A            PICTURE X.
           02  ALINE01I                PIC X(78).
           02  ALINE02L                COMP PIC S9(4).
           02  ALINE02F                PICTURE X.
           02  FILLER REDEFINES ALINE02F.
               03  ALINE02A            PICTURE X.
           02  ALINE02I                PIC X(78).
           02  ALINE03L                COMP PIC S9(4).
           02  ALINE03F                PICTURE X.
           02  FILLER REDEFINES ALINE03F.
               03  ALINE03A            PICTURE X.
           02  ALINE03I                PIC X(78).
           02  ALINE04L                COMP PIC S9(4).
           02  ALINE04F                PICTURE X.
           02  FILLER REDEFINES ALINE04F.
               03  ALINE04A            PICTURE X.
           02  ALINE04I                PIC X(78).
           02  ALINE05L                COMP PIC S9(4).
           02  ALINE05F                PICTURE X.
           02  FILLER REDEFINES ALINE05F.
               03  ALINE05A            PICTURE X.
           02  ALINE05I                PIC X(78).
           02  ALINE06L                COMP PIC S9(4).
           02  ALINE06F                PICTURE X.
           02  FILLER REDEFINES ALINE06F.
               03  ALINE06A            PICTURE X.
           02  ALINE06I                PIC X(78).
           02  ALINE07L                COMP PIC S9(4).
           02  ALINE07F                PICTURE X.
           02  FILLER REDEFINES ALINE07F.
               03  ALINE07A            PICTURE X.
           02  ALINE07I                PIC X(78).
           02  ALINE08L                COMP PIC S9(4).
           02  ALINE08F                PICTURE X.
           02  FILLER REDEFINES ALINE08F.
               03  ALINE08A            PICTURE X.
           02  ALINE08I                PIC X(78).
           02  ALINE09L                COMP PIC S9(4).
           02  ALINE09F                PICTURE X.
           02  FILLER REDEFINES ALINE09F.
               03  ALINE09A            PICTURE X.
           02  ALINE09I                PIC X(78).
           02  ALINE10L                COMP PIC S9(4).
           02  ALINE10F                PICTURE X.
           02  FILLER REDEFINES ALINE10F.
               03  ALINE10A            PICTURE X.
           02  ALINE10I                PIC X(78).
           02  ASELNOL                 COMP PIC S9(4).
           02  ASELNOF                 PICTURE X.
           02  FILLER REDEFINES ASELNOF.
               03  ASELNOA             PICTURE X.
           02  ASELNOI                 PIC X(02).
           02  AACTIONL                COMP PIC S9(4).
           02  AACTIONF                PICTURE X.
           02  FILLER REDEFINES AACTIONF.
               03  AACTIONA            PICTURE X.
           02  AACTIONI                PIC X(01).
           02  ARSNL                   COMP PIC S9(4).
           02  ARSNF                   PICTURE X.
           02  FILLER REDEFINES ARSNF.
               03  ARSNA               PICTURE X.
           02  ARSNI                   PIC X(20).
           02  AMSGL                   COMP PIC S9(4).
           02  AMSGF                   PICTURE X.
           02  FILLER REDEFINES AMSGF.
               03  AMSGA               PICTURE X.
           02  AMSGI                   PIC X(79).
      *
       01  APRSETO REDEFINES APRSETI.
           02  FILLER                  PIC X(12).
           02  APAGEO                  PIC X.
           02  FILLER                  PIC X(01).
           02  APAGEOI                 PIC X(03).
           02  ALINE01O                PIC X.
           02  FILLER                  PIC X(01).
           02  ALINE01OI               PIC X(78).
           02  ALINE02O                PIC X.
           02  FILLER                  PIC X(01).
           02  ALINE02OI               PIC X(78).
           02  ALINE03O                PIC X.
           02  FILLER                  PIC X(01).
           02  ALINE03OI               PIC X(78).
           02  ALINE04O                PIC X.
           02  FILLER                  PIC X(01).
           02  ALINE04OI               PIC X(78).
           02  ALINE05O                PIC X.
           02  FILLER                  PIC X(01).
           02  ALINE05OI               PIC X(78).
           02  ALINE06O                PIC X.
           02  FILLER                  PIC X(01).
           02  ALINE06OI               PIC X(78).
           02  ALINE07O                PIC X.
           02  FILLER                  PIC X(01).
           02  ALINE07OI               PIC X(78).
           02  ALINE08O                PIC X.
           02  FILLER                  PIC X(01).
           02  ALINE08OI               PIC X(78).
           02  ALINE09O                PIC X.
           02  FILLER                  PIC X(01).
           02  ALINE09OI               PIC X(78).
           02  ALINE10O                PIC X.
           02  FILLER                  PIC X(01).
           02  ALINE10OI               PIC X(78).
           02  ASELNOO                 PIC X.
           02  FILLER                  PIC X(01).
           02  ASELNOOI                PIC X(02).
           02  AACTIONO                PIC X.
           02  FILLER                  PIC X(01).
           02  AACTIONOI               PIC X(01).
           02  ARSNO                   PIC X.
           02  FILLER                  PIC X(01).
           02  ARSNOI                  PIC X(20).
           02  AMSGO                   PIC X.
           02  FILLER                  PIC X(01).
           02  AMSGOI                  PIC X(79).
