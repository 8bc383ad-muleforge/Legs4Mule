           05  FILLER                  PIC S9(4) COMP.
           05  FILLER                  PIC X.
           05  FILLER                  PIC X(32).
      *    Unnamed column-heading line, POS=(4,1),LENGTH=73.
           05  FILLER                  PIC S9(4) COMP.
           05  FILLER                  PIC X.
           05  FILLER                  PIC X(73).
           05  QSL01L                  PIC S9(4) COMP.
           05  QSL01F                  PIC X.
           05  FILLER REDEFINES QSL01F.
           05  FILLER                  PIC X(03).
           05  FILLER                  PIC X(32).
           05  FILLER                  PIC X(03).
           05  FILLER                  PIC X(73).
           05  FILLER                  PIC X(03).
           05  QSL01O                  PIC X(01).
           05  FILLER                  PIC X(03).
