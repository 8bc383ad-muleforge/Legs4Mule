      *****************************************************************
      *  JVMQPMPS                                                     *
      *  ---------------------------------------------------------    *
      *  Symbolic map for mapset JVMQPMAP (see bms/JVMQPMAP.bms),     *
      *  hand-maintained here since no BMS assembly step runs as      *
      *  part of this build - the same convention as JVMQHMPS. Keep   *
      *  this copybook's field order and lengths in step with the     *
      *  DFHMDF order in JVMQPMAP.bms - each map's O area is a        *
      *  REDEFINES of its I area and the two must line up byte for    *
      *  byte.                                                        *
      *****************************************************************
      *---------------------------------------------------------------*
      *  JVMQPLST - pending change approval queue list map.           *
      *---------------------------------------------------------------*
       01  JVMQPLSTI.
           05  FILLER                  PIC X(12).
      *    Unnamed title field, POS=(1,1),LENGTH=29.
           05  FILLER                  PIC S9(4) COMP.
           05  FILLER                  PIC X.
           05  FILLER                  PIC X(29).
      *    Unnamed FILE: label, POS=(2,1),LENGTH=5.
           05  FILLER                  PIC S9(4) COMP.
           05  FILLER                  PIC X.
           05  FILLER                  PIC X(05).
           05  PFILEL                  PIC S9(4) COMP.
           05  PFILEF                  PIC X.
           05  FILLER REDEFINES PFILEF.
               10  PFILEA              PIC X.
           05  PFILEI                  PIC X(08).
      *    Unnamed STATUS: label, POS=(2,17),LENGTH=7.
           05  FILLER                  PIC S9(4) COMP.
           05  FILLER                  PIC X.
           05  FILLER                  PIC X(07).
           05  PSTSL                   PIC S9(4) COMP.
           05  PSTSF                   PIC X.
           05  FILLER REDEFINES PSTSF.
               10  PSTSA               PIC X.
           05  PSTSI                   PIC X(01).
      *    Unnamed status hint, POS=(2,28),LENGTH=41.
           05  FILLER                  PIC S9(4) COMP.
           05  FILLER                  PIC X.
           05  FILLER                  PIC X(41).
      *    Unnamed column-heading line, POS=(5,1),LENGTH=67.
           05  FILLER                  PIC S9(4) COMP.
           05  FILLER                  PIC X.
           05  FILLER                  PIC X(67).
           05  PSL01L                  PIC S9(4) COMP.
           05  PSL01F                  PIC X.
           05  FILLER REDEFINES PSL01F.
               10  PSL01A              PIC X.
           05  PSL01I                  PIC X(01).
           05  PLN01L                  PIC S9(4) COMP.
           05  PLN01F                  PIC X.
           05  FILLER REDEFINES PLN01F.
               10  PLN01A              PIC X.
           05  PLN01I                  PIC X(66).
           05  PSL02L                  PIC S9(4) COMP.
           05  PSL02F                  PIC X.
           05  FILLER REDEFINES PSL02F.
               10  PSL02A              PIC X.
           05  PSL02I                  PIC X(01).
           05  PLN02L                  PIC S9(4) COMP.
           05  PLN02F                  PIC X.
           05  FILLER REDEFINES PLN02F.
               10  PLN02A              PIC X.
           05  PLN02I                  PIC X(66).
           05  PSL03L                  PIC S9(4) COMP.
           05  PSL03F                  PIC X.
           05  FILLER REDEFINES PSL03F.
               10  PSL03A              PIC X.
           05  PSL03I                  PIC X(01).
           05  PLN03L                  PIC S9(4) COMP.
           05  PLN03F                  PIC X.
           05  FILLER REDEFINES PLN03F.
               10  PLN03A              PIC X.
           05  PLN03I                  PIC X(66).
           05  PSL04L                  PIC S9(4) COMP.
           05  PSL04F                  PIC X.
           05  FILLER REDEFINES PSL04F.
               10  PSL04A              PIC X.
           05  PSL04I                  PIC X(01).
           05  PLN04L                  PIC S9(4) COMP.
           05  PLN04F                  PIC X.
           05  FILLER REDEFINES PLN04F.
               10  PLN04A              PIC X.
           05  PLN04I                  PIC X(66).
           05  PSL05L                  PIC S9(4) COMP.
           05  PSL05F                  PIC X.
           05  FILLER REDEFINES PSL05F.
               10  PSL05A              PIC X.
           05  PSL05I                  PIC X(01).
           05  PLN05L                  PIC S9(4) COMP.
           05  PLN05F                  PIC X.
           05  FILLER REDEFINES PLN05F.
               10  PLN05A              PIC X.
           05  PLN05I                  PIC X(66).
           05  PSL06L                  PIC S9(4) COMP.
           05  PSL06F                  PIC X.
           05  FILLER REDEFINES PSL06F.
               10  PSL06A              PIC X.
           05  PSL06I                  PIC X(01).
           05  PLN06L                  PIC S9(4) COMP.
           05  PLN06F                  PIC X.
           05  FILLER REDEFINES PLN06F.
               10  PLN06A              PIC X.
           05  PLN06I                  PIC X(66).
           05  PSL07L                  PIC S9(4) COMP.
           05  PSL07F                  PIC X.
           05  FILLER REDEFINES PSL07F.
               10  PSL07A              PIC X.
           05  PSL07I                  PIC X(01).
           05  PLN07L                  PIC S9(4) COMP.
           05  PLN07F                  PIC X.
           05  FILLER REDEFINES PLN07F.
               10  PLN07A              PIC X.
           05  PLN07I                  PIC X(66).
           05  PSL08L                  PIC S9(4) COMP.
           05  PSL08F                  PIC X.
           05  FILLER REDEFINES PSL08F.
               10  PSL08A              PIC X.
           05  PSL08I                  PIC X(01).
           05  PLN08L                  PIC S9(4) COMP.
           05  PLN08F                  PIC X.
           05  FILLER REDEFINES PLN08F.
               10  PLN08A              PIC X.
           05  PLN08I                  PIC X(66).
           05  PSL09L                  PIC S9(4) COMP.
           05  PSL09F                  PIC X.
           05  FILLER REDEFINES PSL09F.
               10  PSL09A              PIC X.
           05  PSL09I                  PIC X(01).
           05  PLN09L                  PIC S9(4) COMP.
           05  PLN09F                  PIC X.
           05  FILLER REDEFINES PLN09F.
               10  PLN09A              PIC X.
           05  PLN09I                  PIC X(66).
           05  PSL10L                  PIC S9(4) COMP.
           05  PSL10F                  PIC X.
           05  FILLER REDEFINES PSL10F.
               10  PSL10A              PIC X.
           05  PSL10I                  PIC X(01).
           05  PLN10L                  PIC S9(4) COMP.
           05  PLN10F                  PIC X.
           05  FILLER REDEFINES PLN10F.
               10  PLN10A              PIC X.
           05  PLN10I                  PIC X(66).
      *    Unnamed PF-key footer, POS=(23,1),LENGTH=41.
           05  FILLER                  PIC S9(4) COMP.
           05  FILLER                  PIC X.
           05  FILLER                  PIC X(41).
           05  PMSGL                   PIC S9(4) COMP.
           05  PMSGF                   PIC X.
           05  FILLER REDEFINES PMSGF.
               10  PMSGA               PIC X.
           05  PMSGI                   PIC X(79).

       01  JVMQPLSTO REDEFINES JVMQPLSTI.
           05  FILLER                  PIC X(12).
           05  FILLER                  PIC X(03).
           05  FILLER                  PIC X(29).
           05  FILLER                  PIC X(03).
           05  FILLER                  PIC X(05).
           05  FILLER                  PIC X(03).
           05  PFILEO                  PIC X(08).
           05  FILLER                  PIC X(03).
           05  FILLER                  PIC X(07).
           05  FILLER                  PIC X(03).
           05  PSTSO                   PIC X(01).
           05  FILLER                  PIC X(03).
           05  FILLER                  PIC X(41).
           05  FILLER                  PIC X(03).
           05  FILLER                  PIC X(67).
           05  FILLER                  PIC X(03).
           05  PSL01O                  PIC X(01).
           05  FILLER                  PIC X(03).
           05  PLN01O                  PIC X(66).
           05  FILLER                  PIC X(03).
           05  PSL02O                  PIC X(01).
           05  FILLER                  PIC X(03).
           05  PLN02O                  PIC X(66).
           05  FILLER                  PIC X(03).
           05  PSL03O                  PIC X(01).
           05  FILLER                  PIC X(03).
           05  PLN03O                  PIC X(66).
           05  FILLER                  PIC X(03).
           05  PSL04O                  PIC X(01).
           05  FILLER                  PIC X(03).
           05  PLN04O                  PIC X(66).
           05  FILLER                  PIC X(03).
           05  PSL05O                  PIC X(01).
           05  FILLER                  PIC X(03).
           05  PLN05O                  PIC X(66).
           05  FILLER                  PIC X(03).
           05  PSL06O                  PIC X(01).
           05  FILLER                  PIC X(03).
           05  PLN06O                  PIC X(66).
           05  FILLER                  PIC X(03).
           05  PSL07O                  PIC X(01).
           05  FILLER                  PIC X(03).
           05  PLN07O                  PIC X(66).
           05  FILLER                  PIC X(03).
           05  PSL08O                  PIC X(01).
           05  FILLER                  PIC X(03).
           05  PLN08O                  PIC X(66).
           05  FILLER                  PIC X(03).
           05  PSL09O                  PIC X(01).
           05  FILLER                  PIC X(03).
           05  PLN09O                  PIC X(66).
           05  FILLER                  PIC X(03).
           05  PSL10O                  PIC X(01).
           05  FILLER                  PIC X(03).
           05  PLN10O                  PIC X(66).
           05  FILLER                  PIC X(03).
           05  FILLER                  PIC X(41).
           05  FILLER                  PIC X(03).
           05  PMSGO                   PIC X(79).

      *---------------------------------------------------------------*
      *  JVMQPDTL - single pending change before/after detail map.    *
      *---------------------------------------------------------------*
       01  JVMQPDTLI.
           05  FILLER                  PIC X(12).
      *    Unnamed title field, POS=(1,1),LENGTH=19.
           05  FILLER                  PIC S9(4) COMP.
           05  FILLER                  PIC X.
           05  FILLER                  PIC X(19).
      *    Unnamed FILE: label, POS=(2,1),LENGTH=5.
           05  FILLER                  PIC S9(4) COMP.
           05  FILLER                  PIC X.
           05  FILLER                  PIC X(05).
           05  PDFILL                  PIC S9(4) COMP.
           05  PDFILF                  PIC X.
           05  FILLER REDEFINES PDFILF.
               10  PDFILA              PIC X.
           05  PDFILI                  PIC X(08).
      *    Unnamed KEY: label, POS=(2,17),LENGTH=4.
           05  FILLER                  PIC S9(4) COMP.
           05  FILLER                  PIC X.
           05  FILLER                  PIC X(04).
           05  PDKEYL                  PIC S9(4) COMP.
           05  PDKEYF                  PIC X.
           05  FILLER REDEFINES PDKEYF.
               10  PDKEYA              PIC X.
           05  PDKEYI                  PIC X(08).
      *    Unnamed ACTION: label, POS=(2,32),LENGTH=7.
           05  FILLER                  PIC S9(4) COMP.
           05  FILLER                  PIC X.
           05  FILLER                  PIC X(07).
           05  PDACTL                  PIC S9(4) COMP.
           05  PDACTF                  PIC X.
           05  FILLER REDEFINES PDACTF.
               10  PDACTA              PIC X.
           05  PDACTI                  PIC X(01).
      *    Unnamed STATUS: label, POS=(2,44),LENGTH=7.
           05  FILLER                  PIC S9(4) COMP.
           05  FILLER                  PIC X.
           05  FILLER                  PIC X(07).
           05  PDSTSL                  PIC S9(4) COMP.
           05  PDSTSF                  PIC X.
           05  FILLER REDEFINES PDSTSF.
               10  PDSTSA              PIC X.
           05  PDSTSI                  PIC X(01).
      *    Unnamed REQUESTED BY: label, POS=(3,1),LENGTH=13.
           05  FILLER                  PIC S9(4) COMP.
           05  FILLER                  PIC X.
           05  FILLER                  PIC X(13).
           05  PDREQL                  PIC S9(4) COMP.
           05  PDREQF                  PIC X.
           05  FILLER REDEFINES PDREQF.
               10  PDREQA              PIC X.
           05  PDREQI                  PIC X(08).
      *    Unnamed AT: label, POS=(3,25),LENGTH=3.
           05  FILLER                  PIC S9(4) COMP.
           05  FILLER                  PIC X.
           05  FILLER                  PIC X(03).
           05  PDRTSL                  PIC S9(4) COMP.
           05  PDRTSF                  PIC X.
           05  FILLER REDEFINES PDRTSF.
               10  PDRTSA              PIC X.
           05  PDRTSI                  PIC X(26).
      *    Unnamed DECIDED BY: label, POS=(4,1),LENGTH=11.
           05  FILLER                  PIC S9(4) COMP.
           05  FILLER                  PIC X.
           05  FILLER                  PIC X(11).
           05  PDDECL                  PIC S9(4) COMP.
           05  PDDECF                  PIC X.
           05  FILLER REDEFINES PDDECF.
               10  PDDECA              PIC X.
           05  PDDECI                  PIC X(08).
      *    Unnamed AT: label, POS=(4,25),LENGTH=3.
           05  FILLER                  PIC S9(4) COMP.
           05  FILLER                  PIC X.
           05  FILLER                  PIC X(03).
           05  PDDTSL                  PIC S9(4) COMP.
           05  PDDTSF                  PIC X.
           05  FILLER REDEFINES PDDTSF.
               10  PDDTSA              PIC X.
           05  PDDTSI                  PIC X(26).
      *    Unnamed column-heading line, POS=(5,1),LENGTH=51.
           05  FILLER                  PIC S9(4) COMP.
           05  FILLER                  PIC X.
           05  FILLER                  PIC X(51).
           05  PDL01L                  PIC S9(4) COMP.
           05  PDL01F                  PIC X.
           05  FILLER REDEFINES PDL01F.
               10  PDL01A              PIC X.
           05  PDL01I                  PIC X(78).
           05  PDL02L                  PIC S9(4) COMP.
           05  PDL02F                  PIC X.
           05  FILLER REDEFINES PDL02F.
               10  PDL02A              PIC X.
           05  PDL02I                  PIC X(78).
           05  PDL03L                  PIC S9(4) COMP.
           05  PDL03F                  PIC X.
           05  FILLER REDEFINES PDL03F.
               10  PDL03A              PIC X.
           05  PDL03I                  PIC X(78).
           05  PDL04L                  PIC S9(4) COMP.
           05  PDL04F                  PIC X.
           05  FILLER REDEFINES PDL04F.
               10  PDL04A              PIC X.
           05  PDL04I                  PIC X(78).
           05  PDL05L                  PIC S9(4) COMP.
           05  PDL05F                  PIC X.
           05  FILLER REDEFINES PDL05F.
               10  PDL05A              PIC X.
           05  PDL05I                  PIC X(78).
           05  PDL06L                  PIC S9(4) COMP.
           05  PDL06F                  PIC X.
           05  FILLER REDEFINES PDL06F.
               10  PDL06A              PIC X.
           05  PDL06I                  PIC X(78).
           05  PDL07L                  PIC S9(4) COMP.
           05  PDL07F                  PIC X.
           05  FILLER REDEFINES PDL07F.
               10  PDL07A              PIC X.
           05  PDL07I                  PIC X(78).
           05  PDL08L                  PIC S9(4) COMP.
           05  PDL08F                  PIC X.
           05  FILLER REDEFINES PDL08F.
               10  PDL08A              PIC X.
           05  PDL08I                  PIC X(78).
           05  PDL09L                  PIC S9(4) COMP.
           05  PDL09F                  PIC X.
           05  FILLER REDEFINES PDL09F.
               10  PDL09A              PIC X.
           05  PDL09I                  PIC X(78).
           05  PDL10L                  PIC S9(4) COMP.
           05  PDL10F                  PIC X.
           05  FILLER REDEFINES PDL10F.
               10  PDL10A              PIC X.
           05  PDL10I                  PIC X(78).
           05  PDL11L                  PIC S9(4) COMP.
           05  PDL11F                  PIC X.
           05  FILLER REDEFINES PDL11F.
               10  PDL11A              PIC X.
           05  PDL11I                  PIC X(78).
           05  PDL12L                  PIC S9(4) COMP.
           05  PDL12F                  PIC X.
           05  FILLER REDEFINES PDL12F.
               10  PDL12A              PIC X.
           05  PDL12I                  PIC X(78).
           05  PDL13L                  PIC S9(4) COMP.
           05  PDL13F                  PIC X.
           05  FILLER REDEFINES PDL13F.
               10  PDL13A              PIC X.
           05  PDL13I                  PIC X(78).
           05  PDL14L                  PIC S9(4) COMP.
           05  PDL14F                  PIC X.
           05  FILLER REDEFINES PDL14F.
               10  PDL14A              PIC X.
           05  PDL14I                  PIC X(78).
      *    Unnamed PF-key footer, POS=(23,1),LENGTH=44.
           05  FILLER                  PIC S9(4) COMP.
           05  FILLER                  PIC X.
           05  FILLER                  PIC X(44).
           05  PDMSGL                  PIC S9(4) COMP.
           05  PDMSGF                  PIC X.
           05  FILLER REDEFINES PDMSGF.
               10  PDMSGA              PIC X.
           05  PDMSGI                  PIC X(79).

       01  JVMQPDTLO REDEFINES JVMQPDTLI.
           05  FILLER                  PIC X(12).
           05  FILLER                  PIC X(03).
           05  FILLER                  PIC X(19).
           05  FILLER                  PIC X(03).
           05  FILLER                  PIC X(05).
           05  FILLER                  PIC X(03).
           05  PDFILO                  PIC X(08).
           05  FILLER                  PIC X(03).
           05  FILLER                  PIC X(04).
           05  FILLER                  PIC X(03).
           05  PDKEYO                  PIC X(08).
           05  FILLER                  PIC X(03).
           05  FILLER                  PIC X(07).
           05  FILLER                  PIC X(03).
           05  PDACTO                  PIC X(01).
           05  FILLER                  PIC X(03).
           05  FILLER                  PIC X(07).
           05  FILLER                  PIC X(03).
           05  PDSTSO                  PIC X(01).
           05  FILLER                  PIC X(03).
           05  FILLER                  PIC X(13).
           05  FILLER                  PIC X(03).
           05  PDREQO                  PIC X(08).
           05  FILLER                  PIC X(03).
           05  FILLER                  PIC X(03).
           05  FILLER                  PIC X(03).
           05  PDRTSO                  PIC X(26).
           05  FILLER                  PIC X(03).
           05  FILLER                  PIC X(11).
           05  FILLER                  PIC X(03).
           05  PDDECO                  PIC X(08).
           05  FILLER                  PIC X(03).
           05  FILLER                  PIC X(03).
           05  FILLER                  PIC X(03).
           05  PDDTSO                  PIC X(26).
           05  FILLER                  PIC X(03).
           05  FILLER                  PIC X(51).
           05  FILLER                  PIC X(03).
           05  PDL01O                  PIC X(78).
           05  FILLER                  PIC X(03).
           05  PDL02O                  PIC X(78).
           05  FILLER                  PIC X(03).
           05  PDL03O                  PIC X(78).
           05  FILLER                  PIC X(03).
           05  PDL04O                  PIC X(78).
           05  FILLER                  PIC X(03).
           05  PDL05O                  PIC X(78).
           05  FILLER                  PIC X(03).
           05  PDL06O                  PIC X(78).
           05  FILLER                  PIC X(03).
           05  PDL07O                  PIC X(78).
           05  FILLER                  PIC X(03).
           05  PDL08O                  PIC X(78).
           05  FILLER                  PIC X(03).
           05  PDL09O                  PIC X(78).
           05  FILLER                  PIC X(03).
           05  PDL10O                  PIC X(78).
           05  FILLER                  PIC X(03).
           05  PDL11O                  PIC X(78).
           05  FILLER                  PIC X(03).
           05  PDL12O                  PIC X(78).
           05  FILLER                  PIC X(03).
           05  PDL13O                  PIC X(78).
           05  FILLER                  PIC X(03).
           05  PDL14O                  PIC X(78).
           05  FILLER                  PIC X(03).
           05  FILLER                  PIC X(44).
           05  FILLER                  PIC X(03).
           05  PDMSGO                  PIC X(79).
