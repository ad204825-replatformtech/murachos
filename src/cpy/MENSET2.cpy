      *   Time Created  00:00:00
      *   Date Revised  08/21/2026 - added HELPLN6-HELPLN9
      *   Date Revised  09/02/2026 - added HELPLN10
      *   Date Revised  10/15/2026 - added HELPLN11
      *   Date Revised  10/15/2026 - added HELPLN12
      *   Date Revised  10/15/2026 - added HELPLN13
      *   Date Revised  10/15/2026 - added HELPLN14

      *  Input Data For Map MENHELP1
         01 MENHELP1I.
               05 HELPLN10A                      PIC X.
            03 FILLER                         PIC X(2).
            03 HELPLN10I                      PIC X(60).
            03 HELPLN11L                      PIC S9(4) COMP.
            03 HELPLN11F                      PIC X.
            03 FILLER REDEFINES HELPLN11F.
               05 HELPLN11A                      PIC X.
            03 FILLER                         PIC X(2).
            03 HELPLN11I                      PIC X(60).
            03 HELPLN12L                      PIC S9(4) COMP.
            03 HELPLN12F                      PIC X.
            03 FILLER REDEFINES HELPLN12F.
               05 HELPLN12A                      PIC X.
            03 FILLER                         PIC X(2).
            03 HELPLN12I                      PIC X(60).
            03 HELPLN13L                      PIC S9(4) COMP.
            03 HELPLN13F                      PIC X.
            03 FILLER REDEFINES HELPLN13F.
               05 HELPLN13A                      PIC X.
            03 FILLER                         PIC X(2).
            03 HELPLN13I                      PIC X(60).
            03 HELPLN14L                      PIC S9(4) COMP.
            03 HELPLN14F                      PIC X.
            03 FILLER REDEFINES HELPLN14F.
               05 HELPLN14A                      PIC X.
            03 FILLER                         PIC X(2).
            03 HELPLN14I                      PIC X(60).
            03 PFKEYSL                        PIC S9(4) COMP.
            03 PFKEYSF                        PIC X.
            03 FILLER REDEFINES PFKEYSF.
            03 HELPLN10H                      PIC X.
            03 HELPLN10O                      PIC X(60).
            03 FILLER                         PIC X(3).
            03 HELPLN11C                      PIC X.
            03 HELPLN11H                      PIC X.
            03 HELPLN11O                      PIC X(60).
            03 FILLER                         PIC X(3).
            03 HELPLN12C                      PIC X.
            03 HELPLN12H                      PIC X.
            03 HELPLN12O                      PIC X(60).
            03 FILLER                         PIC X(3).
            03 HELPLN13C                      PIC X.
            03 HELPLN13H                      PIC X.
            03 HELPLN13O                      PIC X(60).
            03 FILLER                         PIC X(3).
            03 HELPLN14C                      PIC X.
            03 HELPLN14H                      PIC X.
            03 HELPLN14O                      PIC X(60).
            03 FILLER                         PIC X(3).
            03 PFKEYSC                        PIC X.
            03 PFKEYSH                        PIC X.
            03 PFKEYSO                        PIC X(40).
