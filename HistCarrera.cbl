           03 HE-POS PIC 99.
           03 HE-PTS PIC 9(5).
           03 HE-GF PIC 9(5).
           03 HE-PJ PIC 9(4).
           03 HE-LIGUILLA PIC X(2).
       01  REG-HIST-JUG.
           03 HJ-TIPO PIC X.
           03 HJ-TEMPORADA PIC X(6).
