      *   Micro Focus BMS Screen Painter (ver MFBM 2.0.11)
      *   MapSet Name   RELSET1
      *   Date Created  10/15/2026

      *  Input Data For Map RELMAP1
         01 RELMAP1I.
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
            03 RLINE1L                        PIC S9(4) COMP.
            03 RLINE1F                        PIC X.
            03 FILLER REDEFINES RLINE1F.
               05 RLINE1A                        PIC X.
            03 FILLER                         PIC X(2).
            03 RLINE1I                        PIC X(79).
            03 RLINE2L                        PIC S9(4) COMP.
            03 RLINE2F                        PIC X.
            03 FILLER REDEFINES RLINE2F.
               05 RLINE2A                        PIC X.
            03 FILLER                         PIC X(2).
            03 RLINE2I                        PIC X(79).
            03 RLINE3L                        PIC S9(4) COMP.
            03 RLINE3F                        PIC X.
            03 FILLER REDEFINES RLINE3F.
               05 RLINE3A                        PIC X.
            03 FILLER                         PIC X(2).
            03 RLINE3I                        PIC X(79).
            03 RLINE4L                        PIC S9(4) COMP.
            03 RLINE4F                        PIC X.
            03 FILLER REDEFINES RLINE4F.
               05 RLINE4A                        PIC X.
            03 FILLER                         PIC X(2).
            03 RLINE4I                        PIC X(79).
            03 RLINE5L                        PIC S9(4) COMP.
            03 RLINE5F                        PIC X.
            03 FILLER REDEFINES RLINE5F.
               05 RLINE5A                        PIC X.
            03 FILLER                         PIC X(2).
            03 RLINE5I                        PIC X(79).
            03 RLINE6L                        PIC S9(4) COMP.
            03 RLINE6F                        PIC X.
            03 FILLER REDEFINES RLINE6F.
               05 RLINE6A                        PIC X.
            03 FILLER                         PIC X(2).
            03 RLINE6I                        PIC X(79).
            03 RLINE7L                        PIC S9(4) COMP.
            03 RLINE7F                        PIC X.
            03 FILLER REDEFINES RLINE7F.
               05 RLINE7A                        PIC X.
            03 FILLER                         PIC X(2).
            03 RLINE7I                        PIC X(79).
            03 RLINE8L                        PIC S9(4) COMP.
            03 RLINE8F                        PIC X.
            03 FILLER REDEFINES RLINE8F.
               05 RLINE8A                        PIC X.
            03 FILLER                         PIC X(2).
            03 RLINE8I                        PIC X(79).
            03 RELCUSTL                       PIC S9(4) COMP.
            03 RELCUSTF                       PIC X.
            03 FILLER REDEFINES RELCUSTF.
               05 RELCUSTA                       PIC X.
            03 FILLER                         PIC X(2).
            03 RELCUSTI                       PIC X(6).
            03 RELTYPEL                       PIC S9(4) COMP.
            03 RELTYPEF                       PIC X.
            03 FILLER REDEFINES RELTYPEF.
               05 RELTYPEA                       PIC X.
            03 FILLER                         PIC X(2).
            03 RELTYPEI                       PIC X(2).
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
            03 TYPES1L                        PIC S9(4) COMP.
            03 TYPES1F                        PIC X.
            03 FILLER REDEFINES TYPES1F.
               05 TYPES1A                        PIC X.
            03 FILLER                         PIC X(2).
            03 TYPES1I                        PIC X(79).
            03 TYPES2L                        PIC S9(4) COMP.
            03 TYPES2F                        PIC X.
            03 FILLER REDEFINES TYPES2F.
               05 TYPES2A                        PIC X.
            03 FILLER                         PIC X(2).
            03 TYPES2I                        PIC X(79).
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

      *  Output Data For Map RELMAP1
         01 RELMAP1O REDEFINES RELMAP1I.
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
            03 RLINE1C                        PIC X.
            03 RLINE1H                        PIC X.
            03 RLINE1O                        PIC X(79).
            03 FILLER                         PIC X(3).
            03 RLINE2C                        PIC X.
            03 RLINE2H                        PIC X.
            03 RLINE2O                        PIC X(79).
            03 FILLER                         PIC X(3).
            03 RLINE3C                        PIC X.
            03 RLINE3H                        PIC X.
            03 RLINE3O                        PIC X(79).
            03 FILLER                         PIC X(3).
            03 RLINE4C                        PIC X.
            03 RLINE4H                        PIC X.
            03 RLINE4O                        PIC X(79).
            03 FILLER                         PIC X(3).
            03 RLINE5C                        PIC X.
            03 RLINE5H                        PIC X.
            03 RLINE5O                        PIC X(79).
            03 FILLER                         PIC X(3).
            03 RLINE6C                        PIC X.
            03 RLINE6H                        PIC X.
            03 RLINE6O                        PIC X(79).
            03 FILLER                         PIC X(3).
            03 RLINE7C                        PIC X.
            03 RLINE7H                        PIC X.
            03 RLINE7O                        PIC X(79).
            03 FILLER                         PIC X(3).
            03 RLINE8C                        PIC X.
            03 RLINE8H                        PIC X.
            03 RLINE8O                        PIC X(79).
            03 FILLER                         PIC X(3).
            03 RELCUSTC                       PIC X.
            03 RELCUSTH                       PIC X.
            03 RELCUSTO                       PIC X(6).
            03 FILLER                         PIC X(3).
            03 RELTYPEC                       PIC X.
            03 RELTYPEH                       PIC X.
            03 RELTYPEO                       PIC X(2).
            03 FILLER                         PIC X(3).
            03 EFFFROMC                       PIC X.
            03 EFFFROMH                       PIC X.
            03 EFFFROMO                       PIC X(8).
            03 FILLER                         PIC X(3).
            03 EFFTOC                         PIC X.
            03 EFFTOH                         PIC X.
            03 EFFTOO                         PIC X(8).
            03 FILLER                         PIC X(3).
            03 TYPES1C                        PIC X.
            03 TYPES1H                        PIC X.
            03 TYPES1O                        PIC X(79).
            03 FILLER                         PIC X(3).
            03 TYPES2C                        PIC X.
            03 TYPES2H                        PIC X.
            03 TYPES2O                        PIC X(79).
            03 FILLER                         PIC X(3).
            03 MESSAGEC                       PIC X.
            03 MESSAGEH                       PIC X.
            03 MESSAGEO                       PIC X(79).
            03 FILLER                         PIC X(3).
            03 PFKEYSC                        PIC X.
            03 PFKEYSH                        PIC X.
            03 PFKEYSO                        PIC X(40).
