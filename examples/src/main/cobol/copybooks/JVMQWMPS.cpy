      *****************************************************************
      *  JVMQWMPS                                                     *
      *  ---------------------------------------------------------    *
      *  Symbolic map for mapset JVMQWMAP (see bms/JVMQWMAP.bms),     *
      *  hand-maintained here since no BMS assembly step runs as      *
      *  part of this build - the same convention as JVMQHMPS. Keep   *
      *  this copybook's field order and lengths in step with the     *
      *  DFHMDF order in JVMQWMAP.bms - the map's O area is a         *
      *  REDEFINES of its I area and the two must line up byte for    *
      *  byte.                                                        *
      *****************************************************************
      *---------------------------------------------------------------*
      *  JVMQWLST - maintenance window calendar list/entry map.       *
      *---------------------------------------------------------------*
       01  JVMQWLSTI.
           05  FILLER                  PIC X(12).
      *    Unnamed title field, POS=(1,1),LENGTH=24.
           05  FILLER                  PIC S9(4) COMP.
           05  FILLER                  PIC X.
           05  FILLER                  PIC X(24).
      *    Unnamed LIST ENV: label, POS=(2,1),LENGTH=9.
           05  FILLER                  PIC S9(4) COMP.
           05  FILLER                  PIC X.
           05  FILLER                  PIC X(09).
           05  WLENVL                  PIC S9(4) COMP.
           05  WLENVF                  PIC X.
           05  FILLER REDEFINES WLENVF.
               10  WLENVA              PIC X.
           05  WLENVI                  PIC X(08).
      *    Unnamed list env hint, POS=(2,21),LENGTH=22.
           05  FILLER                  PIC S9(4) COMP.
           05  FILLER                  PIC X.
           05  FILLER                  PIC X(22).
      *    Unnamed new window heading, POS=(4,1),LENGTH=10.
           05  FILLER                  PIC S9(4) COMP.
           05  FILLER                  PIC X.
           05  FILLER                  PIC X(10).
      *    Unnamed ENV: label, POS=(5,1),LENGTH=4.
           05  FILLER                  PIC S9(4) COMP.
           05  FILLER                  PIC X.
           05  FILLER                  PIC X(04).
           05  WNENVL                  PIC S9(4) COMP.
           05  WNENVF                  PIC X.
           05  FILLER REDEFINES WNENVF.
               10  WNENVA              PIC X.
           05  WNENVI                  PIC X(08).
      *    Unnamed NODE: label, POS=(5,16),LENGTH=5.
           05  FILLER                  PIC S9(4) COMP.
           05  FILLER                  PIC X.
           05  FILLER                  PIC X(05).
           05  WNNODL                  PIC S9(4) COMP.
           05  WNNODF                  PIC X.
           05  FILLER REDEFINES WNNODF.
               10  WNNODA              PIC X.
           05  WNNODI                  PIC X(12).
      *    Unnamed node hint, POS=(5,36),LENGTH=25.
           05  FILLER                  PIC S9(4) COMP.
           05  FILLER                  PIC X.
           05  FILLER                  PIC X(25).
      *    Unnamed START: label, POS=(6,1),LENGTH=6.
           05  FILLER                  PIC S9(4) COMP.
           05  FILLER                  PIC X.
           05  FILLER                  PIC X(06).
           05  WNSTRL                  PIC S9(4) COMP.
           05  WNSTRF                  PIC X.
           05  FILLER REDEFINES WNSTRF.
               10  WNSTRA              PIC X.
           05  WNSTRI                  PIC X(15).
      *    Unnamed END: label, POS=(6,25),LENGTH=4.
           05  FILLER                  PIC S9(4) COMP.
           05  FILLER                  PIC X.
           05  FILLER                  PIC X(04).
           05  WNENDL                  PIC S9(4) COMP.
           05  WNENDF                  PIC X.
           05  FILLER REDEFINES WNENDF.
               10  WNENDA              PIC X.
           05  WNENDI                  PIC X(15).
      *    Unnamed stamp format hint, POS=(6,47),LENGTH=15.
           05  FILLER                  PIC S9(4) COMP.
           05  FILLER                  PIC X.
           05  FILLER                  PIC X(15).
      *    Unnamed REASON: label, POS=(7,1),LENGTH=7.
           05  FILLER                  PIC S9(4) COMP.
           05  FILLER                  PIC X.
           05  FILLER                  PIC X(07).
           05  WNRSNL                  PIC S9(4) COMP.
           05  WNRSNF                  PIC X.
           05  FILLER REDEFINES WNRSNF.
               10  WNRSNA              PIC X.
           05  WNRSNI                  PIC X(40).
      *    Unnamed column-heading line, POS=(9,1),LENGTH=62.
           05  FILLER                  PIC S9(4) COMP.
           05  FILLER                  PIC X.
           05  FILLER                  PIC X(62).
           05  WSL01L                  PIC S9(4) COMP.
           05  WSL01F                  PIC X.
           05  FILLER REDEFINES WSL01F.
               10  WSL01A              PIC X.
           05  WSL01I                  PIC X(01).
           05  WLN01L                  PIC S9(4) COMP.
           05  WLN01F                  PIC X.
           05  FILLER REDEFINES WLN01F.
               10  WLN01A              PIC X.
           05  WLN01I                  PIC X(76).
           05  WSL02L                  PIC S9(4) COMP.
           05  WSL02F                  PIC X.
           05  FILLER REDEFINES WSL02F.
               10  WSL02A              PIC X.
           05  WSL02I                  PIC X(01).
           05  WLN02L                  PIC S9(4) COMP.
           05  WLN02F                  PIC X.
           05  FILLER REDEFINES WLN02F.
               10  WLN02A              PIC X.
           05  WLN02I                  PIC X(76).
           05  WSL03L                  PIC S9(4) COMP.
           05  WSL03F                  PIC X.
           05  FILLER REDEFINES WSL03F.
               10  WSL03A              PIC X.
           05  WSL03I                  PIC X(01).
           05  WLN03L                  PIC S9(4) COMP.
           05  WLN03F                  PIC X.
           05  FILLER REDEFINES WLN03F.
               10  WLN03A              PIC X.
           05  WLN03I                  PIC X(76).
           05  WSL04L                  PIC S9(4) COMP.
           05  WSL04F                  PIC X.
           05  FILLER REDEFINES WSL04F.
               10  WSL04A              PIC X.
           05  WSL04I                  PIC X(01).
           05  WLN04L                  PIC S9(4) COMP.
           05  WLN04F                  PIC X.
           05  FILLER REDEFINES WLN04F.
               10  WLN04A              PIC X.
           05  WLN04I                  PIC X(76).
           05  WSL05L                  PIC S9(4) COMP.
           05  WSL05F                  PIC X.
           05  FILLER REDEFINES WSL05F.
               10  WSL05A              PIC X.
           05  WSL05I                  PIC X(01).
           05  WLN05L                  PIC S9(4) COMP.
           05  WLN05F                  PIC X.
           05  FILLER REDEFINES WLN05F.
               10  WLN05A              PIC X.
           05  WLN05I                  PIC X(76).
           05  WSL06L                  PIC S9(4) COMP.
           05  WSL06F                  PIC X.
           05  FILLER REDEFINES WSL06F.
               10  WSL06A              PIC X.
           05  WSL06I                  PIC X(01).
           05  WLN06L                  PIC S9(4) COMP.
           05  WLN06F                  PIC X.
           05  FILLER REDEFINES WLN06F.
               10  WLN06A              PIC X.
           05  WLN06I                  PIC X(76).
           05  WSL07L                  PIC S9(4) COMP.
           05  WSL07F                  PIC X.
           05  FILLER REDEFINES WSL07F.
               10  WSL07A              PIC X.
           05  WSL07I                  PIC X(01).
           05  WLN07L                  PIC S9(4) COMP.
           05  WLN07F                  PIC X.
           05  FILLER REDEFINES WLN07F.
               10  WLN07A              PIC X.
           05  WLN07I                  PIC X(76).
           05  WSL08L                  PIC S9(4) COMP.
           05  WSL08F                  PIC X.
           05  FILLER REDEFINES WSL08F.
               10  WSL08A              PIC X.
           05  WSL08I                  PIC X(01).
           05  WLN08L                  PIC S9(4) COMP.
           05  WLN08F                  PIC X.
           05  FILLER REDEFINES WLN08F.
               10  WLN08A              PIC X.
           05  WLN08I                  PIC X(76).
           05  WSL09L                  PIC S9(4) COMP.
           05  WSL09F                  PIC X.
           05  FILLER REDEFINES WSL09F.
               10  WSL09A              PIC X.
           05  WSL09I                  PIC X(01).
           05  WLN09L                  PIC S9(4) COMP.
           05  WLN09F                  PIC X.
           05  FILLER REDEFINES WLN09F.
               10  WLN09A              PIC X.
           05  WLN09I                  PIC X(76).
           05  WSL10L                  PIC S9(4) COMP.
           05  WSL10F                  PIC X.
           05  FILLER REDEFINES WSL10F.
               10  WSL10A              PIC X.
           05  WSL10I                  PIC X(01).
           05  WLN10L                  PIC S9(4) COMP.
           05  WLN10F                  PIC X.
           05  FILLER REDEFINES WLN10F.
               10  WLN10A              PIC X.
           05  WLN10I                  PIC X(76).
      *    Unnamed PF-key footer, POS=(23,1),LENGTH=60.
           05  FILLER                  PIC S9(4) COMP.
           05  FILLER                  PIC X.
           05  FILLER                  PIC X(60).
           05  WMSGL                   PIC S9(4) COMP.
           05  WMSGF                   PIC X.
           05  FILLER REDEFINES WMSGF.
               10  WMSGA               PIC X.
           05  WMSGI                   PIC X(79).

       01  JVMQWLSTO REDEFINES JVMQWLSTI.
           05  FILLER                  PIC X(12).
           05  FILLER                  PIC X(03).
           05  FILLER                  PIC X(24).
           05  FILLER                  PIC X(03).
           05  FILLER                  PIC X(09).
           05  FILLER                  PIC X(03).
           05  WLENVO                  PIC X(08).
           05  FILLER                  PIC X(03).
           05  FILLER                  PIC X(22).
           05  FILLER                  PIC X(03).
           05  FILLER                  PIC X(10).
           05  FILLER                  PIC X(03).
           05  FILLER                  PIC X(04).
           05  FILLER                  PIC X(03).
           05  WNENVO                  PIC X(08).
           05  FILLER                  PIC X(03).
           05  FILLER                  PIC X(05).
           05  FILLER                  PIC X(03).
           05  WNNODO                  PIC X(12).
           05  FILLER                  PIC X(03).
           05  FILLER                  PIC X(25).
           05  FILLER                  PIC X(03).
           05  FILLER                  PIC X(06).
           05  FILLER                  PIC X(03).
           05  WNSTRO                  PIC X(15).
           05  FILLER                  PIC X(03).
           05  FILLER                  PIC X(04).
           05  FILLER                  PIC X(03).
           05  WNENDO                  PIC X(15).
           05  FILLER                  PIC X(03).
           05  FILLER                  PIC X(15).
           05  FILLER                  PIC X(03).
           05  FILLER                  PIC X(07).
           05  FILLER                  PIC X(03).
           05  WNRSNO                  PIC X(40).
           05  FILLER                  PIC X(03).
           05  FILLER                  PIC X(62).
           05  FILLER                  PIC X(03).
           05  WSL01O                  PIC X(01).
           05  FILLER                  PIC X(03).
           05  WLN01O                  PIC X(76).
           05  FILLER                  PIC X(03).
           05  WSL02O                  PIC X(01).
           05  FILLER                  PIC X(03).
           05  WLN02O                  PIC X(76).
           05  FILLER                  PIC X(03).
           05  WSL03O                  PIC X(01).
           05  FILLER                  PIC X(03).
           05  WLN03O                  PIC X(76).
           05  FILLER                  PIC X(03).
           05  WSL04O                  PIC X(01).
           05  FILLER                  PIC X(03).
           05  WLN04O                  PIC X(76).
           05  FILLER                  PIC X(03).
           05  WSL05O                  PIC X(01).
           05  FILLER                  PIC X(03).
           05  WLN05O                  PIC X(76).
           05  FILLER                  PIC X(03).
           05  WSL06O                  PIC X(01).
           05  FILLER                  PIC X(03).
           05  WLN06O                  PIC X(76).
           05  FILLER                  PIC X(03).
           05  WSL07O                  PIC X(01).
           05  FILLER                  PIC X(03).
           05  WLN07O                  PIC X(76).
           05  FILLER                  PIC X(03).
           05  WSL08O                  PIC X(01).
           05  FILLER                  PIC X(03).
           05  WLN08O                  PIC X(76).
           05  FILLER                  PIC X(03).
           05  WSL09O                  PIC X(01).
           05  FILLER                  PIC X(03).
           05  WLN09O                  PIC X(76).
           05  FILLER                  PIC X(03).
           05  WSL10O                  PIC X(01).
           05  FILLER                  PIC X(03).
           05  WLN10O                  PIC X(76).
           05  FILLER                  PIC X(03).
           05  FILLER                  PIC X(60).
           05  FILLER                  PIC X(03).
           05  WMSGO                   PIC X(79).
