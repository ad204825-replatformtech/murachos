      *   MapSet Name   AUTSET1
      *   Date Created  08/21/2026
      *   Time Created  00:00:00
      *   Date Revised  10/15/2026 - added BRNCH1-3 maintained branches

      *  Input Data For Map AUTMAP1
         01 AUTMAP1I.
               05 LEVDESCA                       PIC X.
            03 FILLER                         PIC X(2).
            03 LEVDESCI                       PIC X(30).
            03 BRNCH1L                        PIC S9(4) COMP.
            03 BRNCH1F                        PIC X.
            03 FILLER REDEFINES BRNCH1F.
               05 BRNCH1A                        PIC X.
            03 FILLER                         PIC X(2).
            03 BRNCH1I                        PIC X(3).
            03 BRNCH2L                        PIC S9(4) COMP.
            03 BRNCH2F                        PIC X.
            03 FILLER REDEFINES BRNCH2F.
               05 BRNCH2A                        PIC X.
            03 FILLER                         PIC X(2).
            03 BRNCH2I                        PIC X(3).
            03 BRNCH3L                        PIC S9(4) COMP.
            03 BRNCH3F                        PIC X.
            03 FILLER REDEFINES BRNCH3F.
               05 BRNCH3A                        PIC X.
            03 FILLER                         PIC X(2).
            03 BRNCH3I                        PIC X(3).
            03 MESSAGEL                       PIC S9(4) COMP.
            03 MESSAGEF                       PIC X.
            03 FILLER REDEFINES MESSAGEF.
            03 LEVDESCH                       PIC X.
            03 LEVDESCO                       PIC X(30).
            03 FILLER                         PIC X(3).
            03 BRNCH1C                        PIC X.
            03 BRNCH1H                        PIC X.
            03 BRNCH1O                        PIC X(3).
            03 FILLER                         PIC X(3).
            03 BRNCH2C                        PIC X.
            03 BRNCH2H                        PIC X.
            03 BRNCH2O                        PIC X(3).
            03 FILLER                         PIC X(3).
            03 BRNCH3C                        PIC X.
            03 BRNCH3H                        PIC X.
            03 BRNCH3O                        PIC X(3).
            03 FILLER                         PIC X(3).
            03 MESSAGEC                       PIC X.
            03 MESSAGEH                       PIC X.
            03 MESSAGEO                       PIC X(79).
