      *****************************************************************
      *  JVMQVMPS                                                     *
      *  ---------------------------------------------------------    *
      *  Symbolic map for mapset JVMQVMAP (see bms/JVMQVMAP.bms),     *
      *  hand-maintained here since no BMS assembly step runs as      *
      *  part of this build - the same convention as JVMQDMPS. Keep   *
      *  this copybook's field order and lengths in step with the     *
      *  DFHMDF order in JVMQVMAP.bms - the O area is a REDEFINES of  *
      *  the I area and the two must line up byte for byte.           *
      *****************************************************************
      *---------------------------------------------------------------*
      *  JVMQVLST - value-change history browse map.                  *
      *---------------------------------------------------------------*
       01  JVMQVLSTI.
           05  FILLER                  PIC X(12).
      *    Unnamed title field, POS=(1,1),LENGTH=25.
           05  FILLER                  PIC S9(4) COMP.
           05  FILLER                  PIC X.
           05  FILLER                  PIC X(25).
      *    Unnamed ENV: label, POS=(2,1),LENGTH=4.
           05  FILLER                  PIC S9(4) COMP.
           05  FILLER                  PIC X.
           05  FILLER                  PIC X(04).
           05  QENVL                   PIC S9(4) COMP.
           05  QENVF                   PIC X.
           05  FILLER REDEFINES QENVF.
               10  QENVA               PIC X.
           05  QENVI                   PIC X(08).
      *    Unnamed VAR: label, POS=(2,17),LENGTH=4.
           05  FILLER                  PIC S9(4) COMP.
           05  FILLER                  PIC X.
           05  FILLER                  PIC X(04).
           05  QVARL                   PIC S9(4) COMP.
           05  QVARF                   PIC X.
           05  FILLER REDEFINES QVARF.
               10  QVARA               PIC X.
           05  QVARI                   PIC X(32).
      *    Unnamed BLANK=ALL hint, POS=(2,57),LENGTH=9.
           05  FILLER                  PIC S9(4) COMP.
           05  FILLER                  PIC X.
           05  FILLER                  PIC X(09).
      *    Unnamed column-heading line, POS=(4,3),LENGTH=65.
           05  FILLER                  PIC S9(4) COMP.
           05  FILLER                  PIC X.
           05  FILLER                  PIC X(65).
           05  QLN01L                  PIC S9(4) COMP.
           05  QLN01F                  PIC X.
           05  FILLER REDEFINES QLN01F.
               10  QLN01A              PIC X.
           05  QLN01I                  PIC X(75).
           05  QLN02L                  PIC S9(4) COMP.
           05  QLN02F                  PIC X.
           05  FILLER REDEFINES QLN02F.
               10  QLN02A              PIC X.
           05  QLN02I                  PIC X(75).
           05  QLN03L                  PIC S9(4) COMP.
           05  QLN03F                  PIC X.
           05  FILLER REDEFINES QLN03F.
               10  QLN03A              PIC X.
           05  QLN03I                  PIC X(75).
           05  QLN04L                  PIC S9(4) COMP.
           05  QLN04F                  PIC X.
           05  FILLER REDEFINES QLN04F.
               10  QLN04A              PIC X.
           05  QLN04I                  PIC X(75).
           05  QLN05L                  PIC S9(4) COMP.
           05  QLN05F                  PIC X.
           05  FILLER REDEFINES QLN05F.
               10  QLN05A              PIC X.
           05  QLN05I                  PIC X(75).
           05  QLN06L                  PIC S9(4) COMP.
           05  QLN06F                  PIC X.
           05  FILLER REDEFINES QLN06F.
               10  QLN06A              PIC X.
           05  QLN06I                  PIC X(75).
           05  QLN07L                  PIC S9(4) COMP.
           05  QLN07F                  PIC X.
           05  FILLER REDEFINES QLN07F.
               10  QLN07A              PIC X.
           05  QLN07I                  PIC X(75).
           05  QLN08L                  PIC S9(4) COMP.
           05  QLN08F                  PIC X.
           05  FILLER REDEFINES QLN08F.
               10  QLN08A              PIC X.
           05  QLN08I                  PIC X(75).
           05  QLN09L                  PIC S9(4) COMP.
           05  QLN09F                  PIC X.
           05  FILLER REDEFINES QLN09F.
               10  QLN09A              PIC X.
           05  QLN09I                  PIC X(75).
           05  QLN10L                  PIC S9(4) COMP.
           05  QLN10F                  PIC X.
           05  FILLER REDEFINES QLN10F.
               10  QLN10A              PIC X.
           05  QLN10I                  PIC X(75).
      *    Unnamed PF-key footer, POS=(23,1),LENGTH=33.
           05  FILLER                  PIC S9(4) COMP.
           05  FILLER                  PIC X.
           05  FILLER                  PIC X(33).
           05  QMSGL                   PIC S9(4) COMP.
           05  QMSGF                   PIC X.
           05  FILLER REDEFINES QMSGF.
               10  QMSGA               PIC X.
           05  QMSGI                   PIC X(79).

       01  JVMQVLSTO REDEFINES JVMQVLSTI.
           05  FILLER                  PIC X(12).
           05  FILLER                  PIC X(03).
           05  FILLER                  PIC X(25).
           05  FILLER                  PIC X(03).
           05  FILLER                  PIC X(04).
           05  FILLER                  PIC X(03).
           05  QENVO                   PIC X(08).
           05  FILLER                  PIC X(03).
           05  FILLER                  PIC X(04).
           05  FILLER                  PIC X(03).
           05  QVARO                   PIC X(32).
           05  FILLER                  PIC X(03).
           05  FILLER                  PIC X(09).
           05  FILLER                  PIC X(03).
           05  FILLER                  PIC X(65).
           05  FILLER                  PIC X(03).
           05  QLN01O                  PIC X(75).
           05  FILLER                  PIC X(03).
           05  QLN02O                  PIC X(75).
           05  FILLER                  PIC X(03).
           05  QLN03O                  PIC X(75).
           05  FILLER                  PIC X(03).
           05  QLN04O                  PIC X(75).
           05  FILLER                  PIC X(03).
           05  QLN05O                  PIC X(75).
           05  FILLER                  PIC X(03).
           05  QLN06O                  PIC X(75).
           05  FILLER                  PIC X(03).
           05  QLN07O                  PIC X(75).
           05  FILLER                  PIC X(03).
           05  QLN08O                  PIC X(75).
           05  FILLER                  PIC X(03).
           05  QLN09O                  PIC X(75).
           05  FILLER                  PIC X(03).
           05  QLN10O                  PIC X(75).
           05  FILLER                  PIC X(03).
           05  FILLER                  PIC X(33).
           05  FILLER                  PIC X(03).
           05  QMSGO                   PIC X(79).
