      *   Micro Focus BMS Screen Painter (ver MFBM 2.0.11)
      *   MapSet Name   APRSET1
      *   Date Created  10/15/2026

      *  Input Data For Map APRMAP1
         01 APRMAP1I.
            03 FILLER                         PIC X(12).
            03 TRANIDL                        PIC S9(4) COMP.
            03 TRANIDF                        PIC X.
            03 FILLER REDEFINES TRANIDF.
               05 TRANIDA                        PIC X.
            03 FILLER                         PIC X(2).
            03 TRANIDI                        PIC X(4).
            03 APPKEYL                        PIC S9(4) COMP.
            03 APPKEYF                        PIC X.
            03 FILLER REDEFINES APPKEYF.
               05 APPKEYA                        PIC X.
            03 FILLER                         PIC X(2).
            03 APPKEYI                        PIC X(20).
            03 STATUSL                        PIC S9(4) COMP.
            03 STATUSF                        PIC X.
            03 FILLER REDEFINES STATUSF.
               05 STATUSA                        PIC X.
            03 FILLER                         PIC X(2).
            03 STATUSI                        PIC X(9).
            03 REASONL                        PIC S9(4) COMP.
            03 REASONF                        PIC X.
            03 FILLER REDEFINES REASONF.
               05 REASONA                        PIC X.
            03 FILLER                         PIC X(2).
            03 REASONI                        PIC X(28).
            03 MAKERL                         PIC S9(4) COMP.
            03 MAKERF                         PIC X.
            03 FILLER REDEFINES MAKERF.
               05 MAKERA                         PIC X.
            03 FILLER                         PIC X(2).
            03 MAKERI                         PIC X(8).
            03 CHECKERL                       PIC S9(4) COMP.
            03 CHECKERF                       PIC X.
            03 FILLER REDEFINES CHECKERF.
               05 CHECKERA                       PIC X.
            03 FILLER                         PIC X(2).
            03 CHECKERI                       PIC X(8).
            03 CUSTNOL                        PIC S9(4) COMP.
            03 CUSTNOF                        PIC X.
            03 FILLER REDEFINES CUSTNOF.
               05 CUSTNOA                        PIC X.
            03 FILLER                         PIC X(2).
            03 CUSTNOI                        PIC X(6).
            03 OLNAMEL                        PIC S9(4) COMP.
            03 OLNAMEF                        PIC X.
            03 FILLER REDEFINES OLNAMEF.
               05 OLNAMEA                        PIC X.
            03 FILLER                         PIC X(2).
            03 OLNAMEI                        PIC X(30).
            03 NLNAMEL                        PIC S9(4) COMP.
            03 NLNAMEF                        PIC X.
            03 FILLER REDEFINES NLNAMEF.
               05 NLNAMEA                        PIC X.
            03 FILLER                         PIC X(2).
            03 NLNAMEI                        PIC X(30).
            03 OFNAMEL                        PIC S9(4) COMP.
            03 OFNAMEF                        PIC X.
            03 FILLER REDEFINES OFNAMEF.
               05 OFNAMEA                        PIC X.
            03 FILLER                         PIC X(2).
            03 OFNAMEI                        PIC X(20).
            03 NFNAMEL                        PIC S9(4) COMP.
            03 NFNAMEF                        PIC X.
            03 FILLER REDEFINES NFNAMEF.
               05 NFNAMEA                        PIC X.
            03 FILLER                         PIC X(2).
            03 NFNAMEI                        PIC X(20).
            03 OADDRL                         PIC S9(4) COMP.
            03 OADDRF                         PIC X.
            03 FILLER REDEFINES OADDRF.
               05 OADDRA                         PIC X.
            03 FILLER                         PIC X(2).
            03 OADDRI                         PIC X(30).
            03 NADDRL                         PIC S9(4) COMP.
            03 NADDRF                         PIC X.
            03 FILLER REDEFINES NADDRF.
               05 NADDRA                         PIC X.
            03 FILLER                         PIC X(2).
            03 NADDRI                         PIC X(30).
            03 OCITYL                         PIC S9(4) COMP.
            03 OCITYF                         PIC X.
            03 FILLER REDEFINES OCITYF.
               05 OCITYA                         PIC X.
            03 FILLER                         PIC X(2).
            03 OCITYI                         PIC X(20).
            03 NCITYL                         PIC S9(4) COMP.
            03 NCITYF                         PIC X.
            03 FILLER REDEFINES NCITYF.
               05 NCITYA                         PIC X.
            03 FILLER                         PIC X(2).
            03 NCITYI                         PIC X(20).
            03 OSTATEL                        PIC S9(4) COMP.
            03 OSTATEF                        PIC X.
            03 FILLER REDEFINES OSTATEF.
               05 OSTATEA                        PIC X.
            03 FILLER                         PIC X(2).
            03 OSTATEI                        PIC X(2).
            03 NSTATEL                        PIC S9(4) COMP.
            03 NSTATEF                        PIC X.
            03 FILLER REDEFINES NSTATEF.
               05 NSTATEA                        PIC X.
            03 FILLER                         PIC X(2).
            03 NSTATEI                        PIC X(2).
            03 OZIPCODEL                      PIC S9(4) COMP.
            03 OZIPCODEF                      PIC X.
            03 FILLER REDEFINES OZIPCODEF.
               05 OZIPCODEA                      PIC X.
            03 FILLER                         PIC X(2).
            03 OZIPCODEI                      PIC X(10).
            03 NZIPCODEL                      PIC S9(4) COMP.
            03 NZIPCODEF                      PIC X.
            03 FILLER REDEFINES NZIPCODEF.
               05 NZIPCODEA                      PIC X.
            03 FILLER                         PIC X(2).
            03 NZIPCODEI                      PIC X(10).
            03 OPHONEL                        PIC S9(4) COMP.
            03 OPHONEF                        PIC X.
            03 FILLER REDEFINES OPHONEF.
               05 OPHONEA                        PIC X.
            03 FILLER                         PIC X(2).
            03 OPHONEI                        PIC X(12).
            03 NPHONEL                        PIC S9(4) COMP.
            03 NPHONEF                        PIC X.
            03 FILLER REDEFINES NPHONEF.
               05 NPHONEA                        PIC X.
            03 FILLER                         PIC X(2).
            03 NPHONEI                        PIC X(12).
            03 OEMAILL                        PIC S9(4) COMP.
            03 OEMAILF                        PIC X.
            03 FILLER REDEFINES OEMAILF.
               05 OEMAILA                        PIC X.
            03 FILLER                         PIC X(2).
            03 OEMAILI                        PIC X(40).
            03 NEMAILL                        PIC S9(4) COMP.
            03 NEMAILF                        PIC X.
            03 FILLER REDEFINES NEMAILF.
               05 NEMAILA                        PIC X.
            03 FILLER                         PIC X(2).
            03 NEMAILI                        PIC X(40).
            03 OSTATL                         PIC S9(4) COMP.
            03 OSTATF                         PIC X.
            03 FILLER REDEFINES OSTATF.
               05 OSTATA                         PIC X.
            03 FILLER                         PIC X(2).
            03 OSTATI                         PIC X(1).
            03 NSTATL                         PIC S9(4) COMP.
            03 NSTATF                         PIC X.
            03 FILLER REDEFINES NSTATF.
               05 NSTATA                         PIC X.
            03 FILLER                         PIC X(2).
            03 NSTATI                         PIC X(1).
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

      *  Output Data For Map APRMAP1
         01 APRMAP1O REDEFINES APRMAP1I.
            03 FILLER                         PIC X(12).
            03 FILLER                         PIC X(3).
            03 TRANIDC                        PIC X.
            03 TRANIDH                        PIC X.
            03 TRANIDO                        PIC X(4).
            03 FILLER                         PIC X(3).
            03 APPKEYC                        PIC X.
            03 APPKEYH                        PIC X.
            03 APPKEYO                        PIC X(20).
            03 FILLER                         PIC X(3).
            03 STATUSC                        PIC X.
            03 STATUSH                        PIC X.
            03 STATUSO                        PIC X(9).
            03 FILLER                         PIC X(3).
            03 REASONC                        PIC X.
            03 REASONH                        PIC X.
            03 REASONO                        PIC X(28).
            03 FILLER                         PIC X(3).
            03 MAKERC                         PIC X.
            03 MAKERH                         PIC X.
            03 MAKERO                         PIC X(8).
            03 FILLER                         PIC X(3).
            03 CHECKERC                       PIC X.
            03 CHECKERH                       PIC X.
            03 CHECKERO                       PIC X(8).
            03 FILLER                         PIC X(3).
            03 CUSTNOC                        PIC X.
            03 CUSTNOH                        PIC X.
            03 CUSTNOO                        PIC X(6).
            03 FILLER                         PIC X(3).
            03 OLNAMEC                        PIC X.
            03 OLNAMEH                        PIC X.
            03 OLNAMEO                        PIC X(30).
            03 FILLER                         PIC X(3).
            03 NLNAMEC                        PIC X.
            03 NLNAMEH                        PIC X.
            03 NLNAMEO                        PIC X(30).
            03 FILLER                         PIC X(3).
            03 OFNAMEC                        PIC X.
            03 OFNAMEH                        PIC X.
            03 OFNAMEO                        PIC X(20).
            03 FILLER                         PIC X(3).
            03 NFNAMEC                        PIC X.
            03 NFNAMEH                        PIC X.
            03 NFNAMEO                        PIC X(20).
            03 FILLER                         PIC X(3).
            03 OADDRC                         PIC X.
            03 OADDRH                         PIC X.
            03 OADDRO                         PIC X(30).
            03 FILLER                         PIC X(3).
            03 NADDRC                         PIC X.
            03 NADDRH                         PIC X.
            03 NADDRO                         PIC X(30).
            03 FILLER                         PIC X(3).
            03 OCITYC                         PIC X.
            03 OCITYH                         PIC X.
            03 OCITYO                         PIC X(20).
            03 FILLER                         PIC X(3).
            03 NCITYC                         PIC X.
            03 NCITYH                         PIC X.
            03 NCITYO                         PIC X(20).
            03 FILLER                         PIC X(3).
            03 OSTATEC                        PIC X.
            03 OSTATEH                        PIC X.
            03 OSTATEO                        PIC X(2).
            03 FILLER                         PIC X(3).
            03 NSTATEC                        PIC X.
            03 NSTATEH                        PIC X.
            03 NSTATEO                        PIC X(2).
            03 FILLER                         PIC X(3).
            03 OZIPCODEC                      PIC X.
            03 OZIPCODEH                      PIC X.
            03 OZIPCODEO                      PIC X(10).
            03 FILLER                         PIC X(3).
            03 NZIPCODEC                      PIC X.
            03 NZIPCODEH                      PIC X.
            03 NZIPCODEO                      PIC X(10).
            03 FILLER                         PIC X(3).
            03 OPHONEC                        PIC X.
            03 OPHONEH                        PIC X.
            03 OPHONEO                        PIC X(12).
            03 FILLER                         PIC X(3).
            03 NPHONEC                        PIC X.
            03 NPHONEH                        PIC X.
            03 NPHONEO                        PIC X(12).
            03 FILLER                         PIC X(3).
            03 OEMAILC                        PIC X.
            03 OEMAILH                        PIC X.
            03 OEMAILO                        PIC X(40).
            03 FILLER                         PIC X(3).
            03 NEMAILC                        PIC X.
            03 NEMAILH                        PIC X.
            03 NEMAILO                        PIC X(40).
            03 FILLER                         PIC X(3).
            03 OSTATC                         PIC X.
            03 OSTATH                         PIC X.
            03 OSTATO                         PIC X(1).
            03 FILLER                         PIC X(3).
            03 NSTATC                         PIC X.
            03 NSTATH                         PIC X.
            03 NSTATO                         PIC X(1).
            03 FILLER                         PIC X(3).
            03 MESSAGEC                       PIC X.
            03 MESSAGEH                       PIC X.
            03 MESSAGEO                       PIC X(79).
            03 FILLER                         PIC X(3).
            03 PFKEYSC                        PIC X.
            03 PFKEYSH                        PIC X.
            03 PFKEYSO                        PIC X(40).
