      *   Micro Focus BMS Screen Painter (ver MFBM 2.0.11)
      *   MapSet Name   WLRSET1
      *   Date Created  10/15/2026

      *  Input Data For Map WLRMAP1
         01 WLRMAP1I.
            03 FILLER                         PIC X(12).
            03 TRANIDL                        PIC S9(4) COMP.
            03 TRANIDF                        PIC X.
            03 FILLER REDEFINES TRANIDF.
               05 TRANIDA                        PIC X.
            03 FILLER                         PIC X(2).
            03 TRANIDI                        PIC X(4).
            03 HITKEYL                        PIC S9(4) COMP.
            03 HITKEYF                        PIC X.
            03 FILLER REDEFINES HITKEYF.
               05 HITKEYA                        PIC X.
            03 FILLER                         PIC X(2).
            03 HITKEYI                        PIC X(16).
            03 STATUSL                        PIC S9(4) COMP.
            03 STATUSF                        PIC X.
            03 FILLER REDEFINES STATUSF.
               05 STATUSA                        PIC X.
            03 FILLER                         PIC X(2).
            03 STATUSI                        PIC X(9).
            03 SOURCEL                        PIC S9(4) COMP.
            03 SOURCEF                        PIC X.
            03 FILLER REDEFINES SOURCEF.
               05 SOURCEA                        PIC X.
            03 FILLER                         PIC X(2).
            03 SOURCEI                        PIC X(20).
            03 LISTCDL                        PIC S9(4) COMP.
            03 LISTCDF                        PIC X.
            03 FILLER REDEFINES LISTCDF.
               05 LISTCDA                        PIC X.
            03 FILLER                         PIC X(2).
            03 LISTCDI                        PIC X(10).
            03 SCOREL                         PIC S9(4) COMP.
            03 SCOREF                         PIC X.
            03 FILLER REDEFINES SCOREF.
               05 SCOREA                         PIC X.
            03 FILLER                         PIC X(2).
            03 SCOREI                         PIC X(3).
            03 HITDATEL                       PIC S9(4) COMP.
            03 HITDATEF                       PIC X.
            03 FILLER REDEFINES HITDATEF.
               05 HITDATEA                       PIC X.
            03 FILLER                         PIC X(2).
            03 HITDATEI                       PIC X(8).
            03 MAKERL                         PIC S9(4) COMP.
            03 MAKERF                         PIC X.
            03 FILLER REDEFINES MAKERF.
               05 MAKERA                         PIC X.
            03 FILLER                         PIC X(2).
            03 MAKERI                         PIC X(8).
            03 DECIDERL                       PIC S9(4) COMP.
            03 DECIDERF                       PIC X.
            03 FILLER REDEFINES DECIDERF.
               05 DECIDERA                       PIC X.
            03 FILLER                         PIC X(2).
            03 DECIDERI                       PIC X(8).
            03 DECDATEL                       PIC S9(4) COMP.
            03 DECDATEF                       PIC X.
            03 FILLER REDEFINES DECDATEF.
               05 DECDATEA                       PIC X.
            03 FILLER                         PIC X(2).
            03 DECDATEI                       PIC X(8).
            03 CUSTNOL                        PIC S9(4) COMP.
            03 CUSTNOF                        PIC X.
            03 FILLER REDEFINES CUSTNOF.
               05 CUSTNOA                        PIC X.
            03 FILLER                         PIC X(2).
            03 CUSTNOI                        PIC X(6).
            03 CLNAMEL                        PIC S9(4) COMP.
            03 CLNAMEF                        PIC X.
            03 FILLER REDEFINES CLNAMEF.
               05 CLNAMEA                        PIC X.
            03 FILLER                         PIC X(2).
            03 CLNAMEI                        PIC X(30).
            03 WLNAMEL                        PIC S9(4) COMP.
            03 WLNAMEF                        PIC X.
            03 FILLER REDEFINES WLNAMEF.
               05 WLNAMEA                        PIC X.
            03 FILLER                         PIC X(2).
            03 WLNAMEI                        PIC X(30).
            03 CFNAMEL                        PIC S9(4) COMP.
            03 CFNAMEF                        PIC X.
            03 FILLER REDEFINES CFNAMEF.
               05 CFNAMEA                        PIC X.
            03 FILLER                         PIC X(2).
            03 CFNAMEI                        PIC X(20).
            03 WFNAMEL                        PIC S9(4) COMP.
            03 WFNAMEF                        PIC X.
            03 FILLER REDEFINES WFNAMEF.
               05 WFNAMEA                        PIC X.
            03 FILLER                         PIC X(2).
            03 WFNAMEI                        PIC X(20).
            03 CADDRL                         PIC S9(4) COMP.
            03 CADDRF                         PIC X.
            03 FILLER REDEFINES CADDRF.
               05 CADDRA                         PIC X.
            03 FILLER                         PIC X(2).
            03 CADDRI                         PIC X(30).
            03 WADDRL                         PIC S9(4) COMP.
            03 WADDRF                         PIC X.
            03 FILLER REDEFINES WADDRF.
               05 WADDRA                         PIC X.
            03 FILLER                         PIC X(2).
            03 WADDRI                         PIC X(30).
            03 CCITYL                         PIC S9(4) COMP.
            03 CCITYF                         PIC X.
            03 FILLER REDEFINES CCITYF.
               05 CCITYA                         PIC X.
            03 FILLER                         PIC X(2).
            03 CCITYI                         PIC X(20).
            03 WCITYL                         PIC S9(4) COMP.
            03 WCITYF                         PIC X.
            03 FILLER REDEFINES WCITYF.
               05 WCITYA                         PIC X.
            03 FILLER                         PIC X(2).
            03 WCITYI                         PIC X(20).
            03 CSTATEL                        PIC S9(4) COMP.
            03 CSTATEF                        PIC X.
            03 FILLER REDEFINES CSTATEF.
               05 CSTATEA                        PIC X.
            03 FILLER                         PIC X(2).
            03 CSTATEI                        PIC X(2).
            03 WSTATEL                        PIC S9(4) COMP.
            03 WSTATEF                        PIC X.
            03 FILLER REDEFINES WSTATEF.
               05 WSTATEA                        PIC X.
            03 FILLER                         PIC X(2).
            03 WSTATEI                        PIC X(2).
            03 CZIPCODEL                      PIC S9(4) COMP.
            03 CZIPCODEF                      PIC X.
            03 FILLER REDEFINES CZIPCODEF.
               05 CZIPCODEA                      PIC X.
            03 FILLER                         PIC X(2).
            03 CZIPCODEI                      PIC X(10).
            03 WZIPCODEL                      PIC S9(4) COMP.
            03 WZIPCODEF                      PIC X.
            03 FILLER REDEFINES WZIPCODEF.
               05 WZIPCODEA                      PIC X.
            03 FILLER                         PIC X(2).
            03 WZIPCODEI                      PIC X(10).
            03 PROGRAML                       PIC S9(4) COMP.
            03 PROGRAMF                       PIC X.
            03 FILLER REDEFINES PROGRAMF.
               05 PROGRAMA                       PIC X.
            03 FILLER                         PIC X(2).
            03 PROGRAMI                       PIC X(10).
            03 NOTEL                          PIC S9(4) COMP.
            03 NOTEF                          PIC X.
            03 FILLER REDEFINES NOTEF.
               05 NOTEA                          PIC X.
            03 FILLER                         PIC X(2).
            03 NOTEI                          PIC X(40).
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

      *  Output Data For Map WLRMAP1
         01 WLRMAP1O REDEFINES WLRMAP1I.
            03 FILLER                         PIC X(12).
            03 FILLER                         PIC X(3).
            03 TRANIDC                        PIC X.
            03 TRANIDH                        PIC X.
            03 TRANIDO                        PIC X(4).
            03 FILLER                         PIC X(3).
            03 HITKEYC                        PIC X.
            03 HITKEYH                        PIC X.
            03 HITKEYO                        PIC X(16).
            03 FILLER                         PIC X(3).
            03 STATUSC                        PIC X.
            03 STATUSH                        PIC X.
            03 STATUSO                        PIC X(9).
            03 FILLER                         PIC X(3).
            03 SOURCEC                        PIC X.
            03 SOURCEH                        PIC X.
            03 SOURCEO                        PIC X(20).
            03 FILLER                         PIC X(3).
            03 LISTCDC                        PIC X.
            03 LISTCDH                        PIC X.
            03 LISTCDO                        PIC X(10).
            03 FILLER                         PIC X(3).
            03 SCOREC                         PIC X.
            03 SCOREH                         PIC X.
            03 SCOREO                         PIC X(3).
            03 FILLER                         PIC X(3).
            03 HITDATEC                       PIC X.
            03 HITDATEH                       PIC X.
            03 HITDATEO                       PIC X(8).
            03 FILLER                         PIC X(3).
            03 MAKERC                         PIC X.
            03 MAKERH                         PIC X.
            03 MAKERO                         PIC X(8).
            03 FILLER                         PIC X(3).
            03 DECIDERC                       PIC X.
            03 DECIDERH                       PIC X.
            03 DECIDERO                       PIC X(8).
            03 FILLER                         PIC X(3).
            03 DECDATEC                       PIC X.
            03 DECDATEH                       PIC X.
            03 DECDATEO                       PIC X(8).
            03 FILLER                         PIC X(3).
            03 CUSTNOC                        PIC X.
            03 CUSTNOH                        PIC X.
            03 CUSTNOO                        PIC X(6).
            03 FILLER                         PIC X(3).
            03 CLNAMEC                        PIC X.
            03 CLNAMEH                        PIC X.
            03 CLNAMEO                        PIC X(30).
            03 FILLER                         PIC X(3).
            03 WLNAMEC                        PIC X.
            03 WLNAMEH                        PIC X.
            03 WLNAMEO                        PIC X(30).
            03 FILLER                         PIC X(3).
            03 CFNAMEC                        PIC X.
            03 CFNAMEH                        PIC X.
            03 CFNAMEO                        PIC X(20).
            03 FILLER                         PIC X(3).
            03 WFNAMEC                        PIC X.
            03 WFNAMEH                        PIC X.
            03 WFNAMEO                        PIC X(20).
            03 FILLER                         PIC X(3).
            03 CADDRC                         PIC X.
            03 CADDRH                         PIC X.
            03 CADDRO                         PIC X(30).
            03 FILLER                         PIC X(3).
            03 WADDRC                         PIC X.
            03 WADDRH                         PIC X.
            03 WADDRO                         PIC X(30).
            03 FILLER                         PIC X(3).
            03 CCITYC                         PIC X.
            03 CCITYH                         PIC X.
            03 CCITYO                         PIC X(20).
            03 FILLER                         PIC X(3).
            03 WCITYC                         PIC X.
            03 WCITYH                         PIC X.
            03 WCITYO                         PIC X(20).
            03 FILLER                         PIC X(3).
            03 CSTATEC                        PIC X.
            03 CSTATEH                        PIC X.
            03 CSTATEO                        PIC X(2).
            03 FILLER                         PIC X(3).
            03 WSTATEC                        PIC X.
            03 WSTATEH                        PIC X.
            03 WSTATEO                        PIC X(2).
            03 FILLER                         PIC X(3).
            03 CZIPCODEC                      PIC X.
            03 CZIPCODEH                      PIC X.
            03 CZIPCODEO                      PIC X(10).
            03 FILLER                         PIC X(3).
            03 WZIPCODEC                      PIC X.
            03 WZIPCODEH                      PIC X.
            03 WZIPCODEO                      PIC X(10).
            03 FILLER                         PIC X(3).
            03 PROGRAMC                       PIC X.
            03 PROGRAMH                       PIC X.
            03 PROGRAMO                       PIC X(10).
            03 FILLER                         PIC X(3).
            03 NOTEC                          PIC X.
            03 NOTEH                          PIC X.
            03 NOTEO                          PIC X(40).
            03 FILLER                         PIC X(3).
            03 MESSAGEC                       PIC X.
            03 MESSAGEH                       PIC X.
            03 MESSAGEO                       PIC X(79).
            03 FILLER                         PIC X(3).
            03 PFKEYSC                        PIC X.
            03 PFKEYSH                        PIC X.
            03 PFKEYSO                        PIC X(40).
