000100*--------------------------------------------------------------*
000110*    EXQIMS - SYMBOLIC MAP FOR THE EXQI MASTER RECORD INQUIRY
000120*    SCREEN (MAP EXQIMAP OF MAPSET EXQIMS). KEEP IN STEP WITH
000130*    THE MAP SOURCE IN BMS/EXQIMS.BMS - A FIELD ADDED THERE IS
000140*    ADDED HERE IN THE SAME ORDER.
000150*--------------------------------------------------------------*
000160 01  EXQIMAPI.
000170     02  FILLER                 PIC X(12).
000180     02  QIKEYL                 PIC S9(04) COMP.
000190     02  QIKEYF                 PIC X(01).
000200     02  FILLER REDEFINES QIKEYF.
000210         03  QIKEYA             PIC X(01).
000220     02  FILLER                 PIC X(01).
000230     02  QIKEYI                 PIC X(06).
000240     02  QIDESCL                PIC S9(04) COMP.
000250     02  QIDESCF                PIC X(01).
000260     02  FILLER REDEFINES QIDESCF.
000270         03  QIDESCA            PIC X(01).
000280     02  FILLER                 PIC X(01).
000290     02  QIDESCI                PIC X(30).
000300     02  QISTATL                PIC S9(04) COMP.
000310     02  QISTATF                PIC X(01).
000320     02  FILLER REDEFINES QISTATF.
000330         03  QISTATA            PIC X(01).
000340     02  FILLER                 PIC X(01).
000350     02  QISTATI                PIC X(01).
000360     02  QISTTXL                PIC S9(04) COMP.
000370     02  QISTTXF                PIC X(01).
000380     02  FILLER REDEFINES QISTTXF.
000390         03  QISTTXA            PIC X(01).
000400     02  FILLER                 PIC X(01).
000410     02  QISTTXI                PIC X(08).
000420     02  QIEFFL                 PIC S9(04) COMP.
000430     02  QIEFFF                 PIC X(01).
000440     02  FILLER REDEFINES QIEFFF.
000450         03  QIEFFA             PIC X(01).
000460     02  FILLER                 PIC X(01).
000470     02  QIEFFI                 PIC X(08).
000480     02  QIEXPL                 PIC S9(04) COMP.
000490     02  QIEXPF                 PIC X(01).
000500     02  FILLER REDEFINES QIEXPF.
000510         03  QIEXPA             PIC X(01).
000520     02  FILLER                 PIC X(01).
000530     02  QIEXPI                 PIC X(08).
000540     02  QIAMTL                 PIC S9(04) COMP.
000550     02  QIAMTF                 PIC X(01).
000560     02  FILLER REDEFINES QIAMTF.
000570         03  QIAMTA             PIC X(01).
000580     02  FILLER                 PIC X(01).
000590     02  QIAMTI                 PIC X(11).
000600     02  QIMDATEL               PIC S9(04) COMP.
000610     02  QIMDATEF               PIC X(01).
000620     02  FILLER REDEFINES QIMDATEF.
000630         03  QIMDATEA           PIC X(01).
000640     02  FILLER                 PIC X(01).
000650     02  QIMDATEI               PIC X(08).
000660     02  QIMUSERL               PIC S9(04) COMP.
000670     02  QIMUSERF               PIC X(01).
000680     02  FILLER REDEFINES QIMUSERF.
000690         03  QIMUSERA           PIC X(01).
000700     02  FILLER                 PIC X(01).
000710     02  QIMUSERI               PIC X(08).
000720     02  QIMSGL                 PIC S9(04) COMP.
000730     02  QIMSGF                 PIC X(01).
000740     02  FILLER REDEFINES QIMSGF.
000750         03  QIMSGA             PIC X(01).
000760     02  FILLER                 PIC X(01).
000770     02  QIMSGI                 PIC X(79).
000780 01  EXQIMAPO REDEFINES EXQIMAPI.
000790     02  FILLER                 PIC X(12).
000800     02  FILLER                 PIC X(03).
000810     02  QIKEYH                 PIC X(01).
000820     02  QIKEYO                 PIC X(06).
000830     02  FILLER                 PIC X(03).
000840     02  QIDESCH                PIC X(01).
000850     02  QIDESCO                PIC X(30).
000860     02  FILLER                 PIC X(03).
000870     02  QISTATH                PIC X(01).
000880     02  QISTATO                PIC X(01).
000890     02  FILLER                 PIC X(03).
000900     02  QISTTXH                PIC X(01).
000910     02  QISTTXO                PIC X(08).
000920     02  FILLER                 PIC X(03).
000930     02  QIEFFH                 PIC X(01).
000940     02  QIEFFO                 PIC X(08).
000950     02  FILLER                 PIC X(03).
000960     02  QIEXPH                 PIC X(01).
000970     02  QIEXPO                 PIC X(08).
000980     02  FILLER                 PIC X(03).
000990     02  QIAMTH                 PIC X(01).
001000     02  QIAMTO                 PIC X(11).
001010     02  FILLER                 PIC X(03).
001020     02  QIMDATEH               PIC X(01).
001030     02  QIMDATEO               PIC X(08).
001040     02  FILLER                 PIC X(03).
001050     02  QIMUSERH               PIC X(01).
001060     02  QIMUSERO               PIC X(08).
001070     02  FILLER                 PIC X(03).
001080     02  QIMSGH                 PIC X(01).
001090     02  QIMSGO                 PIC X(79).
