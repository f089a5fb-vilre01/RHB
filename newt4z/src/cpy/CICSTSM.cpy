           05  MEXPDTF               PIC X.
           05  MEXPDTA               PIC X.
           05  MEXPDTI               PIC X(8).
           05  MSPCLBLL              PIC S9(4) COMP.
           05  MSPCLBLF              PIC X.
           05  MSPCLBLA              PIC X.
           05  MSPCLBLI              PIC X(8).
           05  MSPECL                PIC S9(4) COMP.
           05  MSPECF                PIC X.
           05  MSPECA                PIC X.
           05  MSPECI                PIC X(1).
           05  MTGTLBLL              PIC S9(4) COMP.
           05  MTGTLBLF              PIC X.
           05  MTGTLBLA              PIC X.
           05  MTGTLBLI              PIC X(12).
           05  MTSHLL                PIC S9(4) COMP.
           05  MTSHLF                PIC X.
           05  MTSHLA                PIC X.
           05  MTSHLI                PIC X(4).
           05  MTPERL                PIC S9(4) COMP.
           05  MTPERF                PIC X.
           05  MTPERA                PIC X.
           05  MTPERI                PIC X(6).
           05  MTADPL                PIC S9(4) COMP.
           05  MTADPF                PIC X.
           05  MTADPA                PIC X.
           05  MTADPI                PIC X(5).
           05  MTREVL                PIC S9(4) COMP.
           05  MTREVF                PIC X.
           05  MTREVA                PIC X.
           05  MTREVI                PIC X(7).
           05  MTGTHLPL              PIC S9(4) COMP.
           05  MTGTHLPF              PIC X.
           05  MTGTHLPA              PIC X.
           05  MTGTHLPI              PIC X(29).
           05  MMSGL                 PIC S9(4) COMP.
           05  MMSGF                 PIC X.
           05  MMSGA                 PIC X.
           05  MBRD1L                PIC S9(4) COMP.
           05  MBRD1F                PIC X.
           05  MBRD1A                PIC X.
           05  MBRD1I                PIC X(50).
           05  MBRD2L                PIC S9(4) COMP.
           05  MBRD2F                PIC X.
           05  MBRD2A                PIC X.
           05  MBRD2I                PIC X(50).
           05  MBRD3L                PIC S9(4) COMP.
           05  MBRD3F                PIC X.
           05  MBRD3A                PIC X.
           05  MBRD3I                PIC X(50).
           05  MBRD4L                PIC S9(4) COMP.
           05  MBRD4F                PIC X.
           05  MBRD4A                PIC X.
           05  MBRD4I                PIC X(50).
           05  MBRD5L                PIC S9(4) COMP.
           05  MBRD5F                PIC X.
           05  MBRD5A                PIC X.
           05  MBRD5I                PIC X(50).
           05  MBRD6L                PIC S9(4) COMP.
           05  MBRD6F                PIC X.
           05  MBRD6A                PIC X.
           05  MBRD6I                PIC X(50).
           05  MHELPL                PIC S9(4) COMP.
           05  MHELPF                PIC X.
           05  MHELPA                PIC X.
           05  FILLER                PIC X(4).
           05  MEXPDTO               PIC X(8).
           05  FILLER                PIC X(4).
           05  MSPCLBLO              PIC X(8).
           05  FILLER                PIC X(4).
           05  MSPECO                PIC X(1).
           05  FILLER                PIC X(4).
           05  MTGTLBLO              PIC X(12).
           05  FILLER                PIC X(4).
           05  MTSHLO                PIC X(4).
           05  FILLER                PIC X(4).
           05  MTPERO                PIC X(6).
           05  FILLER                PIC X(4).
           05  MTADPO                PIC X(5).
           05  FILLER                PIC X(4).
           05  MTREVO                PIC X(7).
           05  FILLER                PIC X(4).
           05  MTGTHLPO              PIC X(29).
           05  FILLER                PIC X(4).
           05  MMSGO                 PIC X(40).
           05  FILLER                PIC X(4).
           05  MBRD1O                PIC X(50).
           05  FILLER                PIC X(4).
           05  MBRD2O                PIC X(50).
           05  FILLER                PIC X(4).
           05  MBRD3O                PIC X(50).
           05  FILLER                PIC X(4).
           05  MBRD4O                PIC X(50).
           05  FILLER                PIC X(4).
           05  MBRD5O                PIC X(50).
           05  FILLER                PIC X(4).
           05  MBRD6O                PIC X(50).
           05  FILLER                PIC X(4).
           05  MHELPO                PIC X(44).
       01  CICSTSM3I.
           05  ABREEDF               PIC X.
           05  ABREEDA               PIC X.
           05  ABREEDI               PIC X(30).
           05  ASPCLBLL              PIC S9(4) COMP.
           05  ASPCLBLF              PIC X.
           05  ASPCLBLA              PIC X.
           05  ASPCLBLI              PIC X(9).
           05  ASPECL                PIC S9(4) COMP.
           05  ASPECF                PIC X.
           05  ASPECA                PIC X.
           05  ASPECI                PIC X(1).
           05  ASHLLBLL              PIC S9(4) COMP.
           05  ASHLLBLF              PIC X.
           05  ASHLLBLA              PIC X.
           05  ASHELTF               PIC X.
           05  ASHELTA               PIC X.
           05  ASHELTI               PIC X(4).
           05  ATOLBLL               PIC S9(4) COMP.
           05  ATOLBLF               PIC X.
           05  ATOLBLA               PIC X.
           05  ATOLBLI               PIC X(12).
           05  ATOSHLTL              PIC S9(4) COMP.
           05  ATOSHLTF              PIC X.
           05  ATOSHLTA              PIC X.
           05  ATOSHLTI              PIC X(4).
           05  APERLBLL              PIC S9(4) COMP.
           05  APERLBLF              PIC X.
           05  APERLBLA              PIC X.
           05  AFEECMPF              PIC X.
           05  AFEECMPA              PIC X.
           05  AFEECMPI              PIC X(1).
           05  APRMLBLL              PIC S9(4) COMP.
           05  APRMLBLF              PIC X.
           05  APRMLBLA              PIC X.
           05  APRMLBLI              PIC X(12).
           05  APROMOL               PIC S9(4) COMP.
           05  APROMOF               PIC X.
           05  APROMOA               PIC X.
           05  APROMOI               PIC X(1).
           05  ACNTLBLL              PIC S9(4) COMP.
           05  ACNTLBLF              PIC X.
           05  ACNTLBLA              PIC X.
           05  ACOUNTF               PIC X.
           05  ACOUNTA               PIC X.
           05  ACOUNTI               PIC X(3).
           05  ACSTLBLL              PIC S9(4) COMP.
           05  ACSTLBLF              PIC X.
           05  ACSTLBLA              PIC X.
           05  ACSTLBLI              PIC X(12).
           05  ACUSTL                PIC S9(4) COMP.
           05  ACUSTF                PIC X.
           05  ACUSTA                PIC X.
           05  ACUSTI                PIC X(8).
           05  ARSNLBLL              PIC S9(4) COMP.
           05  ARSNLBLF              PIC X.
           05  ARSNLBLA              PIC X.
           05  FILLER                PIC X(4).
           05  ABREEDO               PIC X(30).
           05  FILLER                PIC X(4).
           05  ASPCLBLO              PIC X(9).
           05  FILLER                PIC X(4).
           05  ASPECO                PIC X(1).
           05  FILLER                PIC X(4).
           05  ASHLLBLO              PIC X(12).
           05  FILLER                PIC X(4).
           05  ASHELTO               PIC X(4).
           05  FILLER                PIC X(4).
           05  ATOLBLO               PIC X(12).
           05  FILLER                PIC X(4).
           05  ATOSHLTO              PIC X(4).
           05  FILLER                PIC X(4).
           05  APERLBLO              PIC X(12).
           05  FILLER                PIC X(4).
           05  APERIODO              PIC X(2).
           05  FILLER                PIC X(4).
           05  AFEECMPO              PIC X(1).
           05  FILLER                PIC X(4).
           05  APRMLBLO              PIC X(12).
           05  FILLER                PIC X(4).
           05  APROMOO               PIC X(1).
           05  FILLER                PIC X(4).
           05  ACNTLBLO              PIC X(12).
           05  FILLER                PIC X(4).
           05  ACOUNTO               PIC X(3).
           05  FILLER                PIC X(4).
           05  ACSTLBLO              PIC X(12).
           05  FILLER                PIC X(4).
           05  ACUSTO                PIC X(8).
           05  FILLER                PIC X(4).
           05  ARSNLBLO              PIC X(12).
           05  FILLER                PIC X(4).
           05  ARSNO                 PIC X(3).
           05  CRS6O                 PIC X(70).
           05  FILLER                PIC X(4).
           05  PFLINE7O              PIC X(44).
       01  CICSTSM8I.
           05  TITLE8L               PIC S9(4) COMP.
           05  TITLE8F               PIC X.
           05  TITLE8A               PIC X.
           05  TITLE8I               PIC X(30).
           05  DSHLLBLL              PIC S9(4) COMP.
           05  DSHLLBLF              PIC X.
           05  DSHLLBLA              PIC X.
           05  DSHLLBLI              PIC X(12).
           05  DSHELL                PIC S9(4) COMP.
           05  DSHELF                PIC X.
           05  DSHELA                PIC X.
           05  DSHELI                PIC X(4).
           05  DNAMEL                PIC S9(4) COMP.
           05  DNAMEF                PIC X.
           05  DNAMEA                PIC X.
           05  DNAMEI                PIC X(40).
           05  DMSGL                 PIC S9(4) COMP.
           05  DMSGF                 PIC X.
           05  DMSGA                 PIC X.
           05  DMSGI                 PIC X(40).
           05  DLN1L                 PIC S9(4) COMP.
           05  DLN1F                 PIC X.
           05  DLN1A                 PIC X.
           05  DLN1I                 PIC X(70).
           05  DLN2L                 PIC S9(4) COMP.
           05  DLN2F                 PIC X.
           05  DLN2A                 PIC X.
           05  DLN2I                 PIC X(70).
           05  DLN3L                 PIC S9(4) COMP.
           05  DLN3F                 PIC X.
           05  DLN3A                 PIC X.
           05  DLN3I                 PIC X(70).
           05  DLN4L                 PIC S9(4) COMP.
           05  DLN4F                 PIC X.
           05  DLN4A                 PIC X.
           05  DLN4I                 PIC X(70).
           05  DLN5L                 PIC S9(4) COMP.
           05  DLN5F                 PIC X.
           05  DLN5A                 PIC X.
           05  DLN5I                 PIC X(70).
           05  DLN6L                 PIC S9(4) COMP.
           05  DLN6F                 PIC X.
           05  DLN6A                 PIC X.
           05  DLN6I                 PIC X(70).
           05  DLN7L                 PIC S9(4) COMP.
           05  DLN7F                 PIC X.
           05  DLN7A                 PIC X.
           05  DLN7I                 PIC X(70).
           05  DLN8L                 PIC S9(4) COMP.
           05  DLN8F                 PIC X.
           05  DLN8A                 PIC X.
           05  DLN8I                 PIC X(70).
           05  PFLINE8L              PIC S9(4) COMP.
           05  PFLINE8F              PIC X.
           05  PFLINE8A              PIC X.
           05  PFLINE8I              PIC X(44).
       01  CICSTSM8O REDEFINES CICSTSM8I.
           05  FILLER                PIC X(4).
           05  TITLE8O               PIC X(30).
           05  FILLER                PIC X(4).
           05  DSHLLBLO              PIC X(12).
           05  FILLER                PIC X(4).
           05  DSHELO                PIC X(4).
           05  FILLER                PIC X(4).
           05  DNAMEO                PIC X(40).
           05  FILLER                PIC X(4).
           05  DMSGO                 PIC X(40).
           05  FILLER                PIC X(4).
           05  DLN1O                 PIC X(70).
           05  FILLER                PIC X(4).
           05  DLN2O                 PIC X(70).
           05  FILLER                PIC X(4).
           05  DLN3O                 PIC X(70).
           05  FILLER                PIC X(4).
           05  DLN4O                 PIC X(70).
           05  FILLER                PIC X(4).
           05  DLN5O                 PIC X(70).
           05  FILLER                PIC X(4).
           05  DLN6O                 PIC X(70).
           05  FILLER                PIC X(4).
           05  DLN7O                 PIC X(70).
           05  FILLER                PIC X(4).
           05  DLN8O                 PIC X(70).
           05  FILLER                PIC X(4).
           05  PFLINE8O              PIC X(44).
       01  CICSTSM9I.
           05  TITLE9L               PIC S9(4) COMP.
           05  TITLE9F               PIC X.
           05  TITLE9A               PIC X.
           05  TITLE9I               PIC X(30).
           05  VRPTLBLL              PIC S9(4) COMP.
           05  VRPTLBLF              PIC X.
           05  VRPTLBLA              PIC X.
           05  VRPTLBLI              PIC X(12).
           05  VRPTL                 PIC S9(4) COMP.
           05  VRPTF                 PIC X.
           05  VRPTA                 PIC X.
           05  VRPTI                 PIC X(8).
           05  VDATLBLL              PIC S9(4) COMP.
           05  VDATLBLF              PIC X.
           05  VDATLBLA              PIC X.
           05  VDATLBLI              PIC X(6).
           05  VDATEL                PIC S9(4) COMP.
           05  VDATEF                PIC X.
           05  VDATEA                PIC X.
           05  VDATEI                PIC X(8).
           05  VFNDLBLL              PIC S9(4) COMP.
           05  VFNDLBLF              PIC X.
           05  VFNDLBLA              PIC X.
           05  VFNDLBLI              PIC X(6).
           05  VFINDL                PIC S9(4) COMP.
           05  VFINDF                PIC X.
           05  VFINDA                PIC X.
           05  VFINDI                PIC X(20).
           05  VINFOL                PIC S9(4) COMP.
           05  VINFOF                PIC X.
           05  VINFOA                PIC X.
           05  VINFOI                PIC X(70).
           05  VMSGL                 PIC S9(4) COMP.
           05  VMSGF                 PIC X.
           05  VMSGA                 PIC X.
           05  VMSGI                 PIC X(40).
           05  VLN01L                PIC S9(4) COMP.
           05  VLN01F                PIC X.
           05  VLN01A                PIC X.
           05  VLN01I                PIC X(79).
           05  VLN02L                PIC S9(4) COMP.
           05  VLN02F                PIC X.
           05  VLN02A                PIC X.
           05  VLN02I                PIC X(79).
           05  VLN03L                PIC S9(4) COMP.
           05  VLN03F                PIC X.
           05  VLN03A                PIC X.
           05  VLN03I                PIC X(79).
           05  VLN04L                PIC S9(4) COMP.
           05  VLN04F                PIC X.
           05  VLN04A                PIC X.
           05  VLN04I                PIC X(79).
           05  VLN05L                PIC S9(4) COMP.
           05  VLN05F                PIC X.
           05  VLN05A                PIC X.
           05  VLN05I                PIC X(79).
           05  VLN06L                PIC S9(4) COMP.
           05  VLN06F                PIC X.
           05  VLN06A                PIC X.
           05  VLN06I                PIC X(79).
           05  VLN07L                PIC S9(4) COMP.
           05  VLN07F                PIC X.
           05  VLN07A                PIC X.
           05  VLN07I                PIC X(79).
           05  VLN08L                PIC S9(4) COMP.
           05  VLN08F                PIC X.
           05  VLN08A                PIC X.
           05  VLN08I                PIC X(79).
           05  VLN09L                PIC S9(4) COMP.
           05  VLN09F                PIC X.
           05  VLN09A                PIC X.
           05  VLN09I                PIC X(79).
           05  VLN10L                PIC S9(4) COMP.
           05  VLN10F                PIC X.
           05  VLN10A                PIC X.
           05  VLN10I                PIC X(79).
           05  VLN11L                PIC S9(4) COMP.
           05  VLN11F                PIC X.
           05  VLN11A                PIC X.
           05  VLN11I                PIC X(79).
           05  VLN12L                PIC S9(4) COMP.
           05  VLN12F                PIC X.
           05  VLN12A                PIC X.
           05  VLN12I                PIC X(79).
           05  VLN13L                PIC S9(4) COMP.
           05  VLN13F                PIC X.
           05  VLN13A                PIC X.
           05  VLN13I                PIC X(79).
           05  VLN14L                PIC S9(4) COMP.
           05  VLN14F                PIC X.
           05  VLN14A                PIC X.
           05  VLN14I                PIC X(79).
           05  VLN15L                PIC S9(4) COMP.
           05  VLN15F                PIC X.
           05  VLN15A                PIC X.
           05  VLN15I                PIC X(79).
           05  VLN16L                PIC S9(4) COMP.
           05  VLN16F                PIC X.
           05  VLN16A                PIC X.
           05  VLN16I                PIC X(79).
           05  PFLINE9L              PIC S9(4) COMP.
           05  PFLINE9F              PIC X.
           05  PFLINE9A              PIC X.
           05  PFLINE9I              PIC X(44).
       01  CICSTSM9O REDEFINES CICSTSM9I.
           05  FILLER                PIC X(4).
           05  TITLE9O               PIC X(30).
           05  FILLER                PIC X(4).
           05  VRPTLBLO              PIC X(12).
           05  FILLER                PIC X(4).
           05  VRPTO                 PIC X(8).
           05  FILLER                PIC X(4).
           05  VDATLBLO              PIC X(6).
           05  FILLER                PIC X(4).
           05  VDATEO                PIC X(8).
           05  FILLER                PIC X(4).
           05  VFNDLBLO              PIC X(6).
           05  FILLER                PIC X(4).
           05  VFINDO                PIC X(20).
           05  FILLER                PIC X(4).
           05  VINFOO                PIC X(70).
           05  FILLER                PIC X(4).
           05  VMSGO                 PIC X(40).
           05  FILLER                PIC X(4).
           05  VLN01O                PIC X(79).
           05  FILLER                PIC X(4).
           05  VLN02O                PIC X(79).
           05  FILLER                PIC X(4).
           05  VLN03O                PIC X(79).
           05  FILLER                PIC X(4).
           05  VLN04O                PIC X(79).
           05  FILLER                PIC X(4).
           05  VLN05O                PIC X(79).
           05  FILLER                PIC X(4).
           05  VLN06O                PIC X(79).
           05  FILLER                PIC X(4).
           05  VLN07O                PIC X(79).
           05  FILLER                PIC X(4).
           05  VLN08O                PIC X(79).
           05  FILLER                PIC X(4).
           05  VLN09O                PIC X(79).
           05  FILLER                PIC X(4).
           05  VLN10O                PIC X(79).
           05  FILLER                PIC X(4).
           05  VLN11O                PIC X(79).
           05  FILLER                PIC X(4).
           05  VLN12O                PIC X(79).
           05  FILLER                PIC X(4).
           05  VLN13O                PIC X(79).
           05  FILLER                PIC X(4).
           05  VLN14O                PIC X(79).
           05  FILLER                PIC X(4).
           05  VLN15O                PIC X(79).
           05  FILLER                PIC X(4).
           05  VLN16O                PIC X(79).
           05  FILLER                PIC X(4).
           05  PFLINE9O              PIC X(44).
       01  CICSTSMAI.
           05  TITLEAL               PIC S9(4) COMP.
           05  TITLEAF               PIC X.
           05  TITLEAA               PIC X.
           05  TITLEAI               PIC X(30).
           05  BACTLBLL              PIC S9(4) COMP.
           05  BACTLBLF              PIC X.
           05  BACTLBLA              PIC X.
           05  BACTLBLI              PIC X(12).
           05  BACTIONL              PIC S9(4) COMP.
           05  BACTIONF              PIC X.
           05  BACTIONA              PIC X.
           05  BACTIONI              PIC X(4).
           05  BREQLBLL              PIC S9(4) COMP.
           05  BREQLBLF              PIC X.
           05  BREQLBLA              PIC X.
           05  BREQLBLI              PIC X(12).
           05  BREQL                 PIC S9(4) COMP.
           05  BREQF                 PIC X.
           05  BREQA                 PIC X.
           05  BREQI                 PIC X(8).
           05  BHRSLBLL              PIC S9(4) COMP.
           05  BHRSLBLF              PIC X.
           05  BHRSLBLA              PIC X.
           05  BHRSLBLI              PIC X(7).
           05  BHOURSL               PIC S9(4) COMP.
           05  BHOURSF               PIC X.
           05  BHOURSA               PIC X.
           05  BHOURSI               PIC X(2).
           05  BPGMLBLL              PIC S9(4) COMP.
           05  BPGMLBLF              PIC X.
           05  BPGMLBLA              PIC X.
           05  BPGMLBLI              PIC X(12).
           05  BPGML                 PIC S9(4) COMP.
           05  BPGMF                 PIC X.
           05  BPGMA                 PIC X.
           05  BPGMI                 PIC X(8).
           05  BDATLBLL              PIC S9(4) COMP.
           05  BDATLBLF              PIC X.
           05  BDATLBLA              PIC X.
           05  BDATLBLI              PIC X(7).
           05  BDATEL                PIC S9(4) COMP.
           05  BDATEF                PIC X.
           05  BDATEA                PIC X.
           05  BDATEI                PIC X(8).
           05  BDSNLBLL              PIC S9(4) COMP.
           05  BDSNLBLF              PIC X.
           05  BDSNLBLA              PIC X.
           05  BDSNLBLI              PIC X(12).
           05  BDSNL                 PIC S9(4) COMP.
           05  BDSNF                 PIC X.
           05  BDSNA                 PIC X.
           05  BDSNI                 PIC X(44).
           05  BMSGL                 PIC S9(4) COMP.
           05  BMSGF                 PIC X.
           05  BMSGA                 PIC X.
           05  BMSGI                 PIC X(40).
           05  BLHDR1L               PIC S9(4) COMP.
           05  BLHDR1F               PIC X.
           05  BLHDR1A               PIC X.
           05  BLHDR1I               PIC X(28).
           05  BLHDR2L               PIC S9(4) COMP.
           05  BLHDR2F               PIC X.
           05  BLHDR2A               PIC X.
           05  BLHDR2I               PIC X(25).
           05  BOPN1L                PIC S9(4) COMP.
           05  BOPN1F                PIC X.
           05  BOPN1A                PIC X.
           05  BOPN1I                PIC X(70).
           05  BOPN2L                PIC S9(4) COMP.
           05  BOPN2F                PIC X.
           05  BOPN2A                PIC X.
           05  BOPN2I                PIC X(70).
           05  BOPN3L                PIC S9(4) COMP.
           05  BOPN3F                PIC X.
           05  BOPN3A                PIC X.
           05  BOPN3I                PIC X(70).
           05  BOPN4L                PIC S9(4) COMP.
           05  BOPN4F                PIC X.
           05  BOPN4A                PIC X.
           05  BOPN4I                PIC X(70).
           05  BOPN5L                PIC S9(4) COMP.
           05  BOPN5F                PIC X.
           05  BOPN5A                PIC X.
           05  BOPN5I                PIC X(70).
           05  BOPN6L                PIC S9(4) COMP.
           05  BOPN6F                PIC X.
           05  BOPN6A                PIC X.
           05  BOPN6I                PIC X(70).
           05  PFLINEAL              PIC S9(4) COMP.
           05  PFLINEAF              PIC X.
           05  PFLINEAA              PIC X.
           05  PFLINEAI              PIC X(44).
       01  CICSTSMAO REDEFINES CICSTSMAI.
           05  FILLER                PIC X(4).
           05  TITLEAO               PIC X(30).
           05  FILLER                PIC X(4).
           05  BACTLBLO              PIC X(12).
           05  FILLER                PIC X(4).
           05  BACTIONO              PIC X(4).
           05  FILLER                PIC X(4).
           05  BREQLBLO              PIC X(12).
           05  FILLER                PIC X(4).
           05  BREQO                 PIC X(8).
           05  FILLER                PIC X(4).
           05  BHRSLBLO              PIC X(7).
           05  FILLER                PIC X(4).
           05  BHOURSO               PIC X(2).
           05  FILLER                PIC X(4).
           05  BPGMLBLO              PIC X(12).
           05  FILLER                PIC X(4).
           05  BPGMO                 PIC X(8).
           05  FILLER                PIC X(4).
           05  BDATLBLO              PIC X(7).
           05  FILLER                PIC X(4).
           05  BDATEO                PIC X(8).
           05  FILLER                PIC X(4).
           05  BDSNLBLO              PIC X(12).
           05  FILLER                PIC X(4).
           05  BDSNO                 PIC X(44).
           05  FILLER                PIC X(4).
           05  BMSGO                 PIC X(40).
           05  FILLER                PIC X(4).
           05  BLHDR1O               PIC X(28).
           05  FILLER                PIC X(4).
           05  BLHDR2O               PIC X(25).
           05  FILLER                PIC X(4).
           05  BOPN1O                PIC X(70).
           05  FILLER                PIC X(4).
           05  BOPN2O                PIC X(70).
           05  FILLER                PIC X(4).
           05  BOPN3O                PIC X(70).
           05  FILLER                PIC X(4).
           05  BOPN4O                PIC X(70).
           05  FILLER                PIC X(4).
           05  BOPN5O                PIC X(70).
           05  FILLER                PIC X(4).
           05  BOPN6O                PIC X(70).
           05  FILLER                PIC X(4).
           05  PFLINEAO              PIC X(44).
