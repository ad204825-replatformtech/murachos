      *   Date Revised  08/08/2026 - added HOMEPHONEI/EMAILI, PFKEYS
      *   Date Revised  09/02/2026 - added MAILOPT/EMLOPT consent
      *                 flags and the EFFDATE future-change field
      *   Date Revised  10/15/2026 - added RELIND relationship
      *                 indicator
      *   Date Revised  10/15/2026 - added ALTIND current mailing
      *                 address line
      *   Date Revised  10/15/2026 - added BRANCH owning branch
      *   Date Revised  10/15/2026 - added HOLDIND legal-hold
      *                 warning

      *  Input Data For Map INQMAP2
         01 INQMAP2I.
               05 EFFDATEA                       PIC X.
            03 FILLER                         PIC X(2).
            03 EFFDATEI                       PIC X(8).
            03 RELINDL                        PIC S9(4) COMP.
            03 RELINDF                        PIC X.
            03 FILLER REDEFINES RELINDF.
               05 RELINDA                        PIC X.
            03 FILLER                         PIC X(2).
            03 RELINDI                        PIC X(40).
            03 ALTINDL                        PIC S9(4) COMP.
            03 ALTINDF                        PIC X.
            03 FILLER REDEFINES ALTINDF.
               05 ALTINDA                        PIC X.
            03 FILLER                         PIC X(2).
            03 ALTINDI                        PIC X(79).
            03 BRANCHL                        PIC S9(4) COMP.
            03 BRANCHF                        PIC X.
            03 FILLER REDEFINES BRANCHF.
               05 BRANCHA                        PIC X.
            03 FILLER                         PIC X(2).
            03 BRANCHI                        PIC X(3).
            03 HOLDINDL                       PIC S9(4) COMP.
            03 HOLDINDF                       PIC X.
            03 FILLER REDEFINES HOLDINDF.
               05 HOLDINDA                       PIC X.
            03 FILLER                         PIC X(2).
            03 HOLDINDI                       PIC X(40).
            03 MESSAGEL                       PIC S9(4) COMP.
            03 MESSAGEF                       PIC X.
            03 FILLER REDEFINES MESSAGEF.
            03 EFFDATEH                       PIC X.
            03 EFFDATEO                       PIC X(8).
            03 FILLER                         PIC X(3).
            03 RELINDC                        PIC X.
            03 RELINDH                        PIC X.
            03 RELINDO                        PIC X(40).
            03 FILLER                         PIC X(3).
            03 ALTINDC                        PIC X.
            03 ALTINDH                        PIC X.
            03 ALTINDO                        PIC X(79).
            03 FILLER                         PIC X(3).
            03 BRANCHC                        PIC X.
            03 BRANCHH                        PIC X.
            03 BRANCHO                        PIC X(3).
            03 FILLER                         PIC X(3).
            03 HOLDINDC                       PIC X.
            03 HOLDINDH                       PIC X.
            03 HOLDINDO                       PIC X(40).
            03 FILLER                         PIC X(3).
            03 MESSAGEC                       PIC X.
            03 MESSAGEH                       PIC X.
            03 MESSAGEO                       PIC X(79).
