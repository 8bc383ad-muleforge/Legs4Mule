           05  FILLER REDEFINES HDACTF.
               10  HDACTA              PIC X.
           05  HDACTI                  PIC X(01).
      *    Unnamed APPROVER: label, POS=(3,52),LENGTH=9.
           05  FILLER                  PIC S9(4) COMP.
           05  FILLER                  PIC X.
           05  FILLER                  PIC X(09).
           05  HDAPRL                  PIC S9(4) COMP.
           05  HDAPRF                  PIC X.
           05  FILLER REDEFINES HDAPRF.
               10  HDAPRA              PIC X.
           05  HDAPRI                  PIC X(08).
      *    Unnamed column-heading line, POS=(5,1),LENGTH=51.
           05  FILLER                  PIC S9(4) COMP.
           05  FILLER                  PIC X.
           05  FILLER                  PIC X(03).
           05  HDACTO                  PIC X(01).
           05  FILLER                  PIC X(03).
           05  FILLER                  PIC X(09).
           05  FILLER                  PIC X(03).
           05  HDAPRO                  PIC X(08).
           05  FILLER                  PIC X(03).
           05  FILLER                  PIC X(51).
           05  FILLER                  PIC X(03).
           05  HDL01O                  PIC X(78).
