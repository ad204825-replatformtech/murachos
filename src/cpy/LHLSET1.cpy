      *   Micro Focus BMS Screen Painter (ver MFBM 2.0.11)
      *   MapSet Name   LHLSET1
      *   Date Created  10/15/2026

      *  Input Data For Map LHLMAP1
         01 LHLMAP1I.
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
            03 MATTERL                        PIC S9(4) COMP.
            03 MATTERF                        PIC X.
            03 FILLER REDEFINES MATTERF.
               05 MATTERA                        PIC X.
            03 FILLER                         PIC X(2).
            03 MATTERI                        PIC X(12).
            03 LNAMEL                         PIC S9(4) COMP.
            03 LNAMEF                         PIC X.
            03 FILLER REDEFINES LNAMEF.
               05 LNAMEA                         PIC X.
            03 FILLER                         PIC X(2).
            03 LNAMEI                         PIC X(30).
            03 FNAMEL                         PIC S9(4) COMP.
            03 FNAMEF                         PIC X.
            03 FILLER REDEFINES FNAMEF.
               05 FNAMEA                         PIC X.
            03 FILLER                         PIC X(2).
            03 FNAMEI                         PIC X(20).
            03 HSTATUSL                       PIC S9(4) COMP.
            03 HSTATUSF                       PIC X.
            03 FILLER REDEFINES HSTATUSF.
               05 HSTATUSA                       PIC X.
            03 FILLER                         PIC X(2).
            03 HSTATUSI                       PIC X(9).
            03 PLACEBYL                       PIC S9(4) COMP.
            03 PLACEBYF                       PIC X.
            03 FILLER REDEFINES PLACEBYF.
               05 PLACEBYA                       PIC X.
            03 FILLER                         PIC X(2).
            03 PLACEBYI                       PIC X(8).
            03 PLACEDTL                       PIC S9(4) COMP.
            03 PLACEDTF                       PIC X.
            03 FILLER REDEFINES PLACEDTF.
               05 PLACEDTA                       PIC X.
            03 FILLER                         PIC X(2).
            03 PLACEDTI                       PIC X(8).
            03 RELBYL                         PIC S9(4) COMP.
            03 RELBYF                         PIC X.
            03 FILLER REDEFINES RELBYF.
               05 RELBYA                         PIC X.
            03 FILLER                         PIC X(2).
            03 RELBYI                         PIC X(8).
            03 RELDTL                         PIC S9(4) COMP.
            03 RELDTF                         PIC X.
            03 FILLER REDEFINES RELDTF.
               05 RELDTA                         PIC X.
            03 FILLER                         PIC X(2).
            03 RELDTI                         PIC X(8).
            03 DESCL                          PIC S9(4) COMP.
            03 DESCF                          PIC X.
            03 FILLER REDEFINES DESCF.
               05 DESCA                          PIC X.
            03 FILLER                         PIC X(2).
            03 DESCI                          PIC X(40).
            03 HOLDLN1L                       PIC S9(4) COMP.
            03 HOLDLN1F                       PIC X.
            03 FILLER REDEFINES HOLDLN1F.
               05 HOLDLN1A                       PIC X.
            03 FILLER                         PIC X(2).
            03 HOLDLN1I                       PIC X(60).
            03 HOLDLN2L                       PIC S9(4) COMP.
            03 HOLDLN2F                       PIC X.
            03 FILLER REDEFINES HOLDLN2F.
               05 HOLDLN2A                       PIC X.
            03 FILLER                         PIC X(2).
            03 HOLDLN2I                       PIC X(60).
            03 HOLDLN3L                       PIC S9(4) COMP.
            03 HOLDLN3F                       PIC X.
            03 FILLER REDEFINES HOLDLN3F.
               05 HOLDLN3A                       PIC X.
            03 FILLER                         PIC X(2).
            03 HOLDLN3I                       PIC X(60).
            03 HOLDLN4L                       PIC S9(4) COMP.
            03 HOLDLN4F                       PIC X.
            03 FILLER REDEFINES HOLDLN4F.
               05 HOLDLN4A                       PIC X.
            03 FILLER                         PIC X(2).
            03 HOLDLN4I                       PIC X(60).
            03 HOLDLN5L                       PIC S9(4) COMP.
            03 HOLDLN5F                       PIC X.
            03 FILLER REDEFINES HOLDLN5F.
               05 HOLDLN5A                       PIC X.
            03 FILLER                         PIC X(2).
            03 HOLDLN5I                       PIC X(60).
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

      *  Output Data For Map LHLMAP1
         01 LHLMAP1O REDEFINES LHLMAP1I.
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
            03 MATTERC                        PIC X.
            03 MATTERH                        PIC X.
            03 MATTERO                        PIC X(12).
            03 FILLER                         PIC X(3).
            03 LNAMEC                         PIC X.
            03 LNAMEH                         PIC X.
            03 LNAMEO                         PIC X(30).
            03 FILLER                         PIC X(3).
            03 FNAMEC                         PIC X.
            03 FNAMEH                         PIC X.
            03 FNAMEO                         PIC X(20).
            03 FILLER                         PIC X(3).
            03 HSTATUSC                       PIC X.
            03 HSTATUSH                       PIC X.
            03 HSTATUSO                       PIC X(9).
            03 FILLER                         PIC X(3).
            03 PLACEBYC                       PIC X.
            03 PLACEBYH                       PIC X.
            03 PLACEBYO                       PIC X(8).
            03 FILLER                         PIC X(3).
            03 PLACEDTC                       PIC X.
            03 PLACEDTH                       PIC X.
            03 PLACEDTO                       PIC X(8).
            03 FILLER                         PIC X(3).
            03 RELBYC                         PIC X.
            03 RELBYH                         PIC X.
            03 RELBYO                         PIC X(8).
            03 FILLER                         PIC X(3).
            03 RELDTC                         PIC X.
            03 RELDTH                         PIC X.
            03 RELDTO                         PIC X(8).
            03 FILLER                         PIC X(3).
            03 DESCC                          PIC X.
            03 DESCH                          PIC X.
            03 DESCO                          PIC X(40).
            03 FILLER                         PIC X(3).
            03 HOLDLN1C                       PIC X.
            03 HOLDLN1H                       PIC X.
            03 HOLDLN1O                       PIC X(60).
            03 FILLER                         PIC X(3).
            03 HOLDLN2C                       PIC X.
            03 HOLDLN2H                       PIC X.
            03 HOLDLN2O                       PIC X(60).
            03 FILLER                         PIC X(3).
            03 HOLDLN3C                       PIC X.
            03 HOLDLN3H                       PIC X.
            03 HOLDLN3O                       PIC X(60).
            03 FILLER                         PIC X(3).
            03 HOLDLN4C                       PIC X.
            03 HOLDLN4H                       PIC X.
            03 HOLDLN4O                       PIC X(60).
            03 FILLER                         PIC X(3).
            03 HOLDLN5C                       PIC X.
            03 HOLDLN5H                       PIC X.
            03 HOLDLN5O                       PIC X(60).
            03 FILLER                         PIC X(3).
            03 MESSAGEC                       PIC X.
            03 MESSAGEH                       PIC X.
            03 MESSAGEO                       PIC X(79).
            03 FILLER                         PIC X(3).
            03 PFKEYSC                        PIC X.
            03 PFKEYSH                        PIC X.
            03 PFKEYSO                        PIC X(40).
