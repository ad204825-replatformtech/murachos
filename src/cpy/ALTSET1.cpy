      *   Micro Focus BMS Screen Painter (ver MFBM 2.0.11)
      *   MapSet Name   ALTSET1
      *   Date Created  10/15/2026

      *  Input Data For Map ALTMAP1
         01 ALTMAP1I.
            03 FILLER                         PIC X(12).
            03 TRANIDL                        PIC S9(4) COMP.
            03 TRANIDF                        PIC X.
            03 FILLER REDEFINES TRANIDF.
               05 TRANIDA                        PIC X.
            03 FILLER                         PIC X(2).
            03 TRANIDI                        PIC X(4).
            03 CUSTNOL                        PIC S9(4) COMP.
            03 CUSTNOF                        PIC X.
            03 FILLER REDEFINES CUSTNOF.
               05 CUSTNOA                        PIC X.
            03 FILLER                         PIC X(2).
            03 CUSTNOI                        PIC X(6).
            03 CUSTNAMEL                      PIC S9(4) COMP.
            03 CUSTNAMEF                      PIC X.
            03 FILLER REDEFINES CUSTNAMEF.
               05 CUSTNAMEA                      PIC X.
            03 FILLER                         PIC X(2).
            03 CUSTNAMEI                      PIC X(40).
            03 HOMEADDRL                      PIC S9(4) COMP.
            03 HOMEADDRF                      PIC X.
            03 FILLER REDEFINES HOMEADDRF.
               05 HOMEADDRA                      PIC X.
            03 FILLER                         PIC X(2).
            03 HOMEADDRI                      PIC X(79).
            03 ALINE1L                        PIC S9(4) COMP.
            03 ALINE1F                        PIC X.
            03 FILLER REDEFINES ALINE1F.
               05 ALINE1A                        PIC X.
            03 FILLER                         PIC X(2).
            03 ALINE1I                        PIC X(79).
            03 ALINE2L                        PIC S9(4) COMP.
            03 ALINE2F                        PIC X.
            03 FILLER REDEFINES ALINE2F.
               05 ALINE2A                        PIC X.
            03 FILLER                         PIC X(2).
            03 ALINE2I                        PIC X(79).
            03 ALINE3L                        PIC S9(4) COMP.
            03 ALINE3F                        PIC X.
            03 FILLER REDEFINES ALINE3F.
               05 ALINE3A                        PIC X.
            03 FILLER                         PIC X(2).
            03 ALINE3I                        PIC X(79).
            03 ALINE4L                        PIC S9(4) COMP.
            03 ALINE4F                        PIC X.
            03 FILLER REDEFINES ALINE4F.
               05 ALINE4A                        PIC X.
            03 FILLER                         PIC X(2).
            03 ALINE4I                        PIC X(79).
            03 ALINE5L                        PIC S9(4) COMP.
            03 ALINE5F                        PIC X.
            03 FILLER REDEFINES ALINE5F.
               05 ALINE5A                        PIC X.
            03 FILLER                         PIC X(2).
            03 ALINE5I                        PIC X(79).
            03 ALINE6L                        PIC S9(4) COMP.
            03 ALINE6F                        PIC X.
            03 FILLER REDEFINES ALINE6F.
               05 ALINE6A                        PIC X.
            03 FILLER                         PIC X(2).
            03 ALINE6I                        PIC X(79).
            03 ALINE7L                        PIC S9(4) COMP.
            03 ALINE7F                        PIC X.
            03 FILLER REDEFINES ALINE7F.
               05 ALINE7A                        PIC X.
            03 FILLER                         PIC X(2).
            03 ALINE7I                        PIC X(79).
            03 ALINE8L                        PIC S9(4) COMP.
            03 ALINE8F                        PIC X.
            03 FILLER REDEFINES ALINE8F.
               05 ALINE8A                        PIC X.
            03 FILLER                         PIC X(2).
            03 ALINE8I                        PIC X(79).
            03 ADRTYPEL                       PIC S9(4) COMP.
            03 ADRTYPEF                       PIC X.
            03 FILLER REDEFINES ADRTYPEF.
               05 ADRTYPEA                       PIC X.
            03 FILLER                         PIC X(2).
            03 ADRTYPEI                       PIC X(1).
            03 WINKINDL                       PIC S9(4) COMP.
            03 WINKINDF                       PIC X.
            03 FILLER REDEFINES WINKINDF.
               05 WINKINDA                       PIC X.
            03 FILLER                         PIC X(2).
            03 WINKINDI                       PIC X(1).
            03 EFFFROML                       PIC S9(4) COMP.
            03 EFFFROMF                       PIC X.
            03 FILLER REDEFINES EFFFROMF.
               05 EFFFROMA                       PIC X.
            03 FILLER                         PIC X(2).
            03 EFFFROMI                       PIC X(8).
            03 EFFTOL                         PIC S9(4) COMP.
            03 EFFTOF                         PIC X.
            03 FILLER REDEFINES EFFTOF.
               05 EFFTOA                         PIC X.
            03 FILLER                         PIC X(2).
            03 EFFTOI                         PIC X(8).
            03 ADDRL                          PIC S9(4) COMP.
            03 ADDRF                          PIC X.
            03 FILLER REDEFINES ADDRF.
               05 ADDRA                          PIC X.
            03 FILLER                         PIC X(2).
            03 ADDRI                          PIC X(30).
            03 CITYL                          PIC S9(4) COMP.
            03 CITYF                          PIC X.
            03 FILLER REDEFINES CITYF.
               05 CITYA                          PIC X.
            03 FILLER                         PIC X(2).
            03 CITYI                          PIC X(20).
            03 STATEL                         PIC S9(4) COMP.
            03 STATEF                         PIC X.
            03 FILLER REDEFINES STATEF.
               05 STATEA                         PIC X.
            03 FILLER                         PIC X(2).
            03 STATEI                         PIC X(2).
            03 ZIPL                           PIC S9(4) COMP.
            03 ZIPF                           PIC X.
            03 FILLER REDEFINES ZIPF.
               05 ZIPA                           PIC X.
            03 FILLER                         PIC X(2).
            03 ZIPI                           PIC X(10).
            03 MESSAGEL                       PIC S9(4) COMP.
            03 MESSAGEF                       PIC X.
            03 FILLER REDEFINES MESSAGEF.
               05 MESSAGEA                       PIC X.
            03 FILLER                         PIC X(2).
            03 MESSAGEI                       PIC X(79).
            03 PFKEYSL                        PIC S9(4) COMP.
            03 PFKEYSF                        PIC X.
            03 FILLER REDEFINES PFKEYSF.
               05 PFKEYSA                        PIC X.
            03 FILLER                         PIC X(2).
            03 PFKEYSI                        PIC X(40).

      *  Output Data For Map ALTMAP1
         01 ALTMAP1O REDEFINES ALTMAP1I.
            03 FILLER                         PIC X(12).
            03 FILLER                         PIC X(3).
            03 TRANIDC                        PIC X.
            03 TRANIDH                        PIC X.
            03 TRANIDO                        PIC X(4).
            03 FILLER                         PIC X(3).
            03 CUSTNOC                        PIC X.
            03 CUSTNOH                        PIC X.
            03 CUSTNOO                        PIC X(6).
            03 FILLER                         PIC X(3).
            03 CUSTNAMEC                      PIC X.
            03 CUSTNAMEH                      PIC X.
            03 CUSTNAMEO                      PIC X(40).
            03 FILLER                         PIC X(3).
            03 HOMEADDRC                      PIC X.
            03 HOMEADDRH                      PIC X.
            03 HOMEADDRO                      PIC X(79).
            03 FILLER                         PIC X(3).
            03 ALINE1C                        PIC X.
            03 ALINE1H                        PIC X.
            03 ALINE1O                        PIC X(79).
            03 FILLER                         PIC X(3).
            03 ALINE2C                        PIC X.
            03 ALINE2H                        PIC X.
            03 ALINE2O                        PIC X(79).
            03 FILLER                         PIC X(3).
            03 ALINE3C                        PIC X.
            03 ALINE3H                        PIC X.
            03 ALINE3O                        PIC X(79).
            03 FILLER                         PIC X(3).
            03 ALINE4C                        PIC X.
            03 ALINE4H                        PIC X.
            03 ALINE4O                        PIC X(79).
            03 FILLER                         PIC X(3).
            03 ALINE5C                        PIC X.
            03 ALINE5H                        PIC X.
            03 ALINE5O                        PIC X(79).
            03 FILLER                         PIC X(3).
            03 ALINE6C                        PIC X.
            03 ALINE6H                        PIC X.
            03 ALINE6O                        PIC X(79).
            03 FILLER                         PIC X(3).
            03 ALINE7C                        PIC X.
            03 ALINE7H                        PIC X.
            03 ALINE7O                        PIC X(79).
            03 FILLER                         PIC X(3).
            03 ALINE8C                        PIC X.
            03 ALINE8H                        PIC X.
            03 ALINE8O                        PIC X(79).
            03 FILLER                         PIC X(3).
            03 ADRTYPEC                       PIC X.
            03 ADRTYPEH                       PIC X.
            03 ADRTYPEO                       PIC X(1).
            03 FILLER                         PIC X(3).
            03 WINKINDC                       PIC X.
            03 WINKINDH                       PIC X.
            03 WINKINDO                       PIC X(1).
            03 FILLER                         PIC X(3).
            03 EFFFROMC                       PIC X.
            03 EFFFROMH                       PIC X.
            03 EFFFROMO                       PIC X(8).
            03 FILLER                         PIC X(3).
            03 EFFTOC                         PIC X.
            03 EFFTOH                         PIC X.
            03 EFFTOO                         PIC X(8).
            03 FILLER                         PIC X(3).
            03 ADDRC                          PIC X.
            03 ADDRH                          PIC X.
            03 ADDRO                          PIC X(30).
            03 FILLER                         PIC X(3).
            03 CITYC                          PIC X.
            03 CITYH                          PIC X.
            03 CITYO                          PIC X(20).
            03 FILLER                         PIC X(3).
            03 STATEC                         PIC X.
            03 STATEH                         PIC X.
            03 STATEO                         PIC X(2).
            03 FILLER                         PIC X(3).
            03 ZIPC                           PIC X.
            03 ZIPH                           PIC X.
            03 ZIPO                           PIC X(10).
            03 FILLER                         PIC X(3).
            03 MESSAGEC                       PIC X.
            03 MESSAGEH                       PIC X.
            03 MESSAGEO                       PIC X(79).
            03 FILLER                         PIC X(3).
            03 PFKEYSC                        PIC X.
            03 PFKEYSH                        PIC X.
            03 PFKEYSO                        PIC X(40).
