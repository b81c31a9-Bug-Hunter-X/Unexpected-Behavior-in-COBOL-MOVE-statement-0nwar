      *****************************************************************
      * BUGSOLJS - SYMBOLIC MAP FOR MAPSET BUGSOLJ, MAP BUGSOLQ       *
      *            (AS GENERATED BY THE BMS ASSEMBLY OF BUGSOLJ.bms)  *
      *****************************************************************
       01  BUGSOLQI.
           02  FILLER                    PIC X(12).
           02  TCIDL                     PIC S9(4) COMP.
           02  TCIDF                     PIC X.
           02  FILLER REDEFINES TCIDF.
               03  TCIDA                 PIC X.
           02  TCIDI                     PIC X(8).
           02  OWNERL                    PIC S9(4) COMP.
           02  OWNERF                    PIC X.
           02  FILLER REDEFINES OWNERF.
               03  OWNERA                PIC X.
           02  OWNERI                    PIC X(30).
           02  SRCLENL                   PIC S9(4) COMP.
           02  SRCLENF                   PIC X.
           02  FILLER REDEFINES SRCLENF.
               03  SRCLENA               PIC X.
           02  SRCLENI                   PIC X(4).
           02  TGTLENL                   PIC S9(4) COMP.
           02  TGTLENF                   PIC X.
           02  FILLER REDEFINES TGTLENF.
               03  TGTLENA               PIC X.
           02  TGTLENI                   PIC X(4).
           02  CLASSL                    PIC S9(4) COMP.
           02  CLASSF                    PIC X.
           02  FILLER REDEFINES CLASSF.
               03  CLASSA                PIC X.
           02  CLASSI                    PIC X(14).
           02  SIGNL                     PIC S9(4) COMP.
           02  SIGNF                     PIC X.
           02  FILLER REDEFINES SIGNF.
               03  SIGNA                 PIC X.
           02  SIGNI                     PIC X(1).
           02  TSIGNL                    PIC S9(4) COMP.
           02  TSIGNF                    PIC X.
           02  FILLER REDEFINES TSIGNF.
               03  TSIGNA                PIC X.
           02  TSIGNI                    PIC X(1).
           02  SSCALEL                   PIC S9(4) COMP.
           02  SSCALEF                   PIC X.
           02  FILLER REDEFINES SSCALEF.
               03  SSCALEA               PIC X.
           02  SSCALEI                   PIC X(2).
           02  TSCALEL                   PIC S9(4) COMP.
           02  TSCALEF                   PIC X.
           02  FILLER REDEFINES TSCALEF.
               03  TSCALEA               PIC X.
           02  TSCALEI                   PIC X(2).
           02  RETIRDL                   PIC S9(4) COMP.
           02  RETIRDF                   PIC X.
           02  FILLER REDEFINES RETIRDF.
               03  RETIRDA               PIC X.
           02  RETIRDI                   PIC X(3).
           02  SRCVALL                   PIC S9(4) COMP.
           02  SRCVALF                   PIC X.
           02  FILLER REDEFINES SRCVALF.
               03  SRCVALA               PIC X.
           02  SRCVALI                   PIC X(100).
           02  RUN01L                    PIC S9(4) COMP.
           02  RUN01F                    PIC X.
           02  FILLER REDEFINES RUN01F.
               03  RUN01A                PIC X.
           02  RUN01I                    PIC X(64).
           02  ARC01L                    PIC S9(4) COMP.
           02  ARC01F                    PIC X.
           02  FILLER REDEFINES ARC01F.
               03  ARC01A                PIC X.
           02  ARC01I                    PIC X(64).
           02  RUN02L                    PIC S9(4) COMP.
           02  RUN02F                    PIC X.
           02  FILLER REDEFINES RUN02F.
               03  RUN02A                PIC X.
           02  RUN02I                    PIC X(64).
           02  ARC02L                    PIC S9(4) COMP.
           02  ARC02F                    PIC X.
           02  FILLER REDEFINES ARC02F.
               03  ARC02A                PIC X.
           02  ARC02I                    PIC X(64).
           02  RUN03L                    PIC S9(4) COMP.
           02  RUN03F                    PIC X.
           02  FILLER REDEFINES RUN03F.
               03  RUN03A                PIC X.
           02  RUN03I                    PIC X(64).
           02  ARC03L                    PIC S9(4) COMP.
           02  ARC03F                    PIC X.
           02  FILLER REDEFINES ARC03F.
               03  ARC03A                PIC X.
           02  ARC03I                    PIC X(64).
           02  RUN04L                    PIC S9(4) COMP.
           02  RUN04F                    PIC X.
           02  FILLER REDEFINES RUN04F.
               03  RUN04A                PIC X.
           02  RUN04I                    PIC X(64).
           02  ARC04L                    PIC S9(4) COMP.
           02  ARC04F                    PIC X.
           02  FILLER REDEFINES ARC04F.
               03  ARC04A                PIC X.
           02  ARC04I                    PIC X(64).
           02  RUN05L                    PIC S9(4) COMP.
           02  RUN05F                    PIC X.
           02  FILLER REDEFINES RUN05F.
               03  RUN05A                PIC X.
           02  RUN05I                    PIC X(64).
           02  ARC05L                    PIC S9(4) COMP.
           02  ARC05F                    PIC X.
           02  FILLER REDEFINES ARC05F.
               03  ARC05A                PIC X.
           02  ARC05I                    PIC X(64).
           02  RUN06L                    PIC S9(4) COMP.
           02  RUN06F                    PIC X.
           02  FILLER REDEFINES RUN06F.
               03  RUN06A                PIC X.
           02  RUN06I                    PIC X(64).
           02  ARC06L                    PIC S9(4) COMP.
           02  ARC06F                    PIC X.
           02  FILLER REDEFINES ARC06F.
               03  ARC06A                PIC X.
           02  ARC06I                    PIC X(64).
           02  RUN07L                    PIC S9(4) COMP.
           02  RUN07F                    PIC X.
           02  FILLER REDEFINES RUN07F.
               03  RUN07A                PIC X.
           02  RUN07I                    PIC X(64).
           02  ARC07L                    PIC S9(4) COMP.
           02  ARC07F                    PIC X.
           02  FILLER REDEFINES ARC07F.
               03  ARC07A                PIC X.
           02  ARC07I                    PIC X(64).
           02  RUN08L                    PIC S9(4) COMP.
           02  RUN08F                    PIC X.
           02  FILLER REDEFINES RUN08F.
               03  RUN08A                PIC X.
           02  RUN08I                    PIC X(64).
           02  ARC08L                    PIC S9(4) COMP.
           02  ARC08F                    PIC X.
           02  FILLER REDEFINES ARC08F.
               03  ARC08A                PIC X.
           02  ARC08I                    PIC X(64).
           02  RUN09L                    PIC S9(4) COMP.
           02  RUN09F                    PIC X.
           02  FILLER REDEFINES RUN09F.
               03  RUN09A                PIC X.
           02  RUN09I                    PIC X(64).
           02  ARC09L                    PIC S9(4) COMP.
           02  ARC09F                    PIC X.
           02  FILLER REDEFINES ARC09F.
               03  ARC09A                PIC X.
           02  ARC09I                    PIC X(64).
           02  RUN10L                    PIC S9(4) COMP.
           02  RUN10F                    PIC X.
           02  FILLER REDEFINES RUN10F.
               03  RUN10A                PIC X.
           02  RUN10I                    PIC X(64).
           02  ARC10L                    PIC S9(4) COMP.
           02  ARC10F                    PIC X.
           02  FILLER REDEFINES ARC10F.
               03  ARC10A                PIC X.
           02  ARC10I                    PIC X(64).
           02  RUN11L                    PIC S9(4) COMP.
           02  RUN11F                    PIC X.
           02  FILLER REDEFINES RUN11F.
               03  RUN11A                PIC X.
           02  RUN11I                    PIC X(64).
           02  ARC11L                    PIC S9(4) COMP.
           02  ARC11F                    PIC X.
           02  FILLER REDEFINES ARC11F.
               03  ARC11A                PIC X.
           02  ARC11I                    PIC X(64).
           02  RUN12L                    PIC S9(4) COMP.
           02  RUN12F                    PIC X.
           02  FILLER REDEFINES RUN12F.
               03  RUN12A                PIC X.
           02  RUN12I                    PIC X(64).
           02  ARC12L                    PIC S9(4) COMP.
           02  ARC12F                    PIC X.
           02  FILLER REDEFINES ARC12F.
               03  ARC12A                PIC X.
           02  ARC12I                    PIC X(64).
           02  RUNMORL                   PIC S9(4) COMP.
           02  RUNMORF                   PIC X.
           02  FILLER REDEFINES RUNMORF.
               03  RUNMORA               PIC X.
           02  RUNMORI                   PIC X(64).
           02  ARCMORL                   PIC S9(4) COMP.
           02  ARCMORF                   PIC X.
           02  FILLER REDEFINES ARCMORF.
               03  ARCMORA               PIC X.
           02  ARCMORI                   PIC X(64).
           02  MSGL                      PIC S9(4) COMP.
           02  MSGF                      PIC X.
           02  FILLER REDEFINES MSGF.
               03  MSGA                  PIC X.
           02  MSGI                      PIC X(79).

       01  BUGSOLQO REDEFINES BUGSOLQI.
           02  FILLER                    PIC X(15).
           02  TCIDO                     PIC X(8).
           02  FILLER                    PIC X(3).
           02  OWNERO                    PIC X(30).
           02  FILLER                    PIC X(3).
           02  SRCLENO                   PIC X(4).
           02  FILLER                    PIC X(3).
           02  TGTLENO                   PIC X(4).
           02  FILLER                    PIC X(3).
           02  CLASSO                    PIC X(14).
           02  FILLER                    PIC X(3).
           02  SIGNO                     PIC X(1).
           02  FILLER                    PIC X(3).
           02  TSIGNO                    PIC X(1).
           02  FILLER                    PIC X(3).
           02  SSCALEO                   PIC X(2).
           02  FILLER                    PIC X(3).
           02  TSCALEO                   PIC X(2).
           02  FILLER                    PIC X(3).
           02  RETIRDO                   PIC X(3).
           02  FILLER                    PIC X(3).
           02  SRCVALO                   PIC X(100).
           02  FILLER                    PIC X(3).
           02  RUN01O                    PIC X(64).
           02  FILLER                    PIC X(3).
           02  ARC01O                    PIC X(64).
           02  FILLER                    PIC X(3).
           02  RUN02O                    PIC X(64).
           02  FILLER                    PIC X(3).
           02  ARC02O                    PIC X(64).
           02  FILLER                    PIC X(3).
           02  RUN03O                    PIC X(64).
           02  FILLER                    PIC X(3).
           02  ARC03O                    PIC X(64).
           02  FILLER                    PIC X(3).
           02  RUN04O                    PIC X(64).
           02  FILLER                    PIC X(3).
           02  ARC04O                    PIC X(64).
           02  FILLER                    PIC X(3).
           02  RUN05O                    PIC X(64).
           02  FILLER                    PIC X(3).
           02  ARC05O                    PIC X(64).
           02  FILLER                    PIC X(3).
           02  RUN06O                    PIC X(64).
           02  FILLER                    PIC X(3).
           02  ARC06O                    PIC X(64).
           02  FILLER                    PIC X(3).
           02  RUN07O                    PIC X(64).
           02  FILLER                    PIC X(3).
           02  ARC07O                    PIC X(64).
           02  FILLER                    PIC X(3).
           02  RUN08O                    PIC X(64).
           02  FILLER                    PIC X(3).
           02  ARC08O                    PIC X(64).
           02  FILLER                    PIC X(3).
           02  RUN09O                    PIC X(64).
           02  FILLER                    PIC X(3).
           02  ARC09O                    PIC X(64).
           02  FILLER                    PIC X(3).
           02  RUN10O                    PIC X(64).
           02  FILLER                    PIC X(3).
           02  ARC10O                    PIC X(64).
           02  FILLER                    PIC X(3).
           02  RUN11O                    PIC X(64).
           02  FILLER                    PIC X(3).
           02  ARC11O                    PIC X(64).
           02  FILLER                    PIC X(3).
           02  RUN12O                    PIC X(64).
           02  FILLER                    PIC X(3).
           02  ARC12O                    PIC X(64).
           02  FILLER                    PIC X(3).
           02  RUNMORO                   PIC X(64).
           02  FILLER                    PIC X(3).
           02  ARCMORO                   PIC X(64).
           02  FILLER                    PIC X(3).
           02  MSGO                      PIC X(79).
