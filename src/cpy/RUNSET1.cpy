      *   Micro Focus BMS Screen Painter (ver MFBM 2.0.11)
      *   MapSet Name   RUNSET1
      *   Date Created  10/15/2026

      *  Input Data For Map RUNMAP1
         01 RUNMAP1I.
            03 FILLER                         PIC X(12).
            03 TRANIDL                        PIC S9(4) COMP.
            03 TRANIDF                        PIC X.
            03 FILLER REDEFINES TRANIDF.
               05 TRANIDA                        PIC X.
            03 FILLER                         PIC X(2).
            03 TRANIDI                        PIC X(4).
            03 BUSDATEL                       PIC S9(4) COMP.
            03 BUSDATEF                       PIC X.
            03 FILLER REDEFINES BUSDATEF.
               05 BUSDATEA                       PIC X.
            03 FILLER                         PIC X(2).
            03 BUSDATEI                       PIC X(8).
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
            03 RLINE9L                        PIC S9(4) COMP.
            03 RLINE9F                        PIC X.
            03 FILLER REDEFINES RLINE9F.
               05 RLINE9A                        PIC X.
            03 FILLER                         PIC X(2).
            03 RLINE9I                        PIC X(79).
            03 RLINE10L                       PIC S9(4) COMP.
            03 RLINE10F                       PIC X.
            03 FILLER REDEFINES RLINE10F.
               05 RLINE10A                       PIC X.
            03 FILLER                         PIC X(2).
            03 RLINE10I                       PIC X(79).
            03 RLINE11L                       PIC S9(4) COMP.
            03 RLINE11F                       PIC X.
            03 FILLER REDEFINES RLINE11F.
               05 RLINE11A                       PIC X.
            03 FILLER                         PIC X(2).
            03 RLINE11I                       PIC X(79).
            03 RLINE12L                       PIC S9(4) COMP.
            03 RLINE12F                       PIC X.
            03 FILLER REDEFINES RLINE12F.
               05 RLINE12A                       PIC X.
            03 FILLER                         PIC X(2).
            03 RLINE12I                       PIC X(79).
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

      *  Output Data For Map RUNMAP1
         01 RUNMAP1O REDEFINES RUNMAP1I.
            03 FILLER                         PIC X(12).
            03 FILLER                         PIC X(3).
            03 TRANIDC                        PIC X.
            03 TRANIDH                        PIC X.
            03 TRANIDO                        PIC X(4).
            03 FILLER                         PIC X(3).
            03 BUSDATEC                       PIC X.
            03 BUSDATEH                       PIC X.
            03 BUSDATEO                       PIC X(8).
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
            03 RLINE9C                        PIC X.
            03 RLINE9H                        PIC X.
            03 RLINE9O                        PIC X(79).
            03 FILLER                         PIC X(3).
            03 RLINE10C                       PIC X.
            03 RLINE10H                       PIC X.
            03 RLINE10O                       PIC X(79).
            03 FILLER                         PIC X(3).
            03 RLINE11C                       PIC X.
            03 RLINE11H                       PIC X.
            03 RLINE11O                       PIC X(79).
            03 FILLER                         PIC X(3).
            03 RLINE12C                       PIC X.
            03 RLINE12H                       PIC X.
            03 RLINE12O                       PIC X(79).
            03 FILLER                         PIC X(3).
            03 MESSAGEC                       PIC X.
            03 MESSAGEH                       PIC X.
            03 MESSAGEO                       PIC X(79).
            03 FILLER                         PIC X(3).
            03 PFKEYSC                        PIC X.
            03 PFKEYSH                        PIC X.
            03 PFKEYSO                        PIC X(40).
