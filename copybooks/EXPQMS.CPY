000100*--------------------------------------------------------------*
000110*    EXPQMS - SYMBOLIC MAP FOR THE EXPQ PENDING ACTIVITY
000120*    INQUIRY SCREEN (MAP EXPQMAP OF MAPSET EXPQMS). KEEP IN STEP
000130*    WITH THE MAP SOURCE IN BMS/EXPQMS.BMS. THE FIFTEEN ITEM
000140*    LINES (PQLIN01 - PQLIN15) ARE ALSO ADDRESSED AS A TABLE BY
000150*    EXPNQ00 - SEE ITS PQ-LINE-TABLE.
000160*--------------------------------------------------------------*
000170 01  EXPQMAPI.
000180     02  FILLER                 PIC X(12).
000190     02  PQPAGEL                PIC S9(04) COMP.
000200     02  PQPAGEF                PIC X(01).
000210     02  FILLER REDEFINES PQPAGEF.
000220         03  PQPAGEA            PIC X(01).
000230     02  FILLER                 PIC X(01).
000240     02  PQPAGEI                PIC X(03).
000250     02  PQKEYL                 PIC S9(04) COMP.
000260     02  PQKEYF                 PIC X(01).
000270     02  FILLER REDEFINES PQKEYF.
000280         03  PQKEYA             PIC X(01).
000290     02  FILLER                 PIC X(01).
000300     02  PQKEYI                 PIC X(06).
000310     02  PQLIN01L               PIC S9(04) COMP.
000320     02  PQLIN01F               PIC X(01).
000330     02  FILLER REDEFINES PQLIN01F.
000340         03  PQLIN01A           PIC X(01).
000350     02  FILLER                 PIC X(01).
000360     02  PQLIN01I               PIC X(60).
000370     02  PQLIN02L               PIC S9(04) COMP.
000380     02  PQLIN02F               PIC X(01).
000390     02  FILLER REDEFINES PQLIN02F.
000400         03  PQLIN02A           PIC X(01).
000410     02  FILLER                 PIC X(01).
000420     02  PQLIN02I               PIC X(60).
000430     02  PQLIN03L               PIC S9(04) COMP.
000440     02  PQLIN03F               PIC X(01).
000450     02  FILLER REDEFINES PQLIN03F.
000460         03  PQLIN03A           PIC X(01).
000470     02  FILLER                 PIC X(01).
000480     02  PQLIN03I               PIC X(60).
000490     02  PQLIN04L               PIC S9(04) COMP.
000500     02  PQLIN04F               PIC X(01).
000510     02  FILLER REDEFINES PQLIN04F.
000520         03  PQLIN04A           PIC X(01).
000530     02  FILLER                 PIC X(01).
000540     02  PQLIN04I               PIC X(60).
000550     02  PQLIN05L               PIC S9(04) COMP.
000560     02  PQLIN05F               PIC X(01).
000570     02  FILLER REDEFINES PQLIN05F.
000580         03  PQLIN05A           PIC X(01).
000590     02  FILLER                 PIC X(01).
000600     02  PQLIN05I               PIC X(60).
000610     02  PQLIN06L               PIC S9(04) COMP.
000620     02  PQLIN06F               PIC X(01).
000630     02  FILLER REDEFINES PQLIN06F.
000640         03  PQLIN06A           PIC X(01).
000650     02  FILLER                 PIC X(01).
000660     02  PQLIN06I               PIC X(60).
000670     02  PQLIN07L               PIC S9(04) COMP.
000680     02  PQLIN07F               PIC X(01).
000690     02  FILLER REDEFINES PQLIN07F.
000700         03  PQLIN07A           PIC X(01).
000710     02  FILLER                 PIC X(01).
000720     02  PQLIN07I               PIC X(60).
000730     02  PQLIN08L               PIC S9(04) COMP.
000740     02  PQLIN08F               PIC X(01).
000750     02  FILLER REDEFINES PQLIN08F.
000760         03  PQLIN08A           PIC X(01).
000770     02  FILLER                 PIC X(01).
000780     02  PQLIN08I               PIC X(60).
000790     02  PQLIN09L               PIC S9(04) COMP.
000800     02  PQLIN09F               PIC X(01).
000810     02  FILLER REDEFINES PQLIN09F.
000820         03  PQLIN09A           PIC X(01).
000830     02  FILLER                 PIC X(01).
000840     02  PQLIN09I               PIC X(60).
000850     02  PQLIN10L               PIC S9(04) COMP.
000860     02  PQLIN10F               PIC X(01).
000870     02  FILLER REDEFINES PQLIN10F.
000880         03  PQLIN10A           PIC X(01).
000890     02  FILLER                 PIC X(01).
000900     02  PQLIN10I               PIC X(60).
000910     02  PQLIN11L               PIC S9(04) COMP.
000920     02  PQLIN11F               PIC X(01).
000930     02  FILLER REDEFINES PQLIN11F.
000940         03  PQLIN11A           PIC X(01).
000950     02  FILLER                 PIC X(01).
000960     02  PQLIN11I               PIC X(60).
000970     02  PQLIN12L               PIC S9(04) COMP.
000980     02  PQLIN12F               PIC X(01).
000990     02  FILLER REDEFINES PQLIN12F.
001000         03  PQLIN12A           PIC X(01).
001010     02  FILLER                 PIC X(01).
001020     02  PQLIN12I               PIC X(60).
001030     02  PQLIN13L               PIC S9(04) COMP.
001040     02  PQLIN13F               PIC X(01).
001050     02  FILLER REDEFINES PQLIN13F.
001060         03  PQLIN13A           PIC X(01).
001070     02  FILLER                 PIC X(01).
001080     02  PQLIN13I               PIC X(60).
001090     02  PQLIN14L               PIC S9(04) COMP.
001100     02  PQLIN14F               PIC X(01).
001110     02  FILLER REDEFINES PQLIN14F.
001120         03  PQLIN14A           PIC X(01).
001130     02  FILLER                 PIC X(01).
001140     02  PQLIN14I               PIC X(60).
001150     02  PQLIN15L               PIC S9(04) COMP.
001160     02  PQLIN15F               PIC X(01).
001170     02  FILLER REDEFINES PQLIN15F.
001180         03  PQLIN15A           PIC X(01).
001190     02  FILLER                 PIC X(01).
001200     02  PQLIN15I               PIC X(60).
001210     02  PQMSGL                 PIC S9(04) COMP.
001220     02  PQMSGF                 PIC X(01).
001230     02  FILLER REDEFINES PQMSGF.
001240         03  PQMSGA             PIC X(01).
001250     02  FILLER                 PIC X(01).
001260     02  PQMSGI                 PIC X(79).
001270 01  EXPQMAPO REDEFINES EXPQMAPI.
001280     02  FILLER                 PIC X(12).
001290     02  FILLER                 PIC X(03).
001300     02  PQPAGEH                PIC X(01).
001310     02  PQPAGEO                PIC X(03).
001320     02  FILLER                 PIC X(03).
001330     02  PQKEYH                 PIC X(01).
001340     02  PQKEYO                 PIC X(06).
001350     02  FILLER                 PIC X(03).
001360     02  PQLIN01H               PIC X(01).
001370     02  PQLIN01O               PIC X(60).
001380     02  FILLER                 PIC X(03).
001390     02  PQLIN02H               PIC X(01).
001400     02  PQLIN02O               PIC X(60).
001410     02  FILLER                 PIC X(03).
001420     02  PQLIN03H               PIC X(01).
001430     02  PQLIN03O               PIC X(60).
001440     02  FILLER                 PIC X(03).
001450     02  PQLIN04H               PIC X(01).
001460     02  PQLIN04O               PIC X(60).
001470     02  FILLER                 PIC X(03).
001480     02  PQLIN05H               PIC X(01).
001490     02  PQLIN05O               PIC X(60).
001500     02  FILLER                 PIC X(03).
001510     02  PQLIN06H               PIC X(01).
001520     02  PQLIN06O               PIC X(60).
001530     02  FILLER                 PIC X(03).
001540     02  PQLIN07H               PIC X(01).
001550     02  PQLIN07O               PIC X(60).
001560     02  FILLER                 PIC X(03).
001570     02  PQLIN08H               PIC X(01).
001580     02  PQLIN08O               PIC X(60).
001590     02  FILLER                 PIC X(03).
001600     02  PQLIN09H               PIC X(01).
001610     02  PQLIN09O               PIC X(60).
001620     02  FILLER                 PIC X(03).
001630     02  PQLIN10H               PIC X(01).
001640     02  PQLIN10O               PIC X(60).
001650     02  FILLER                 PIC X(03).
001660     02  PQLIN11H               PIC X(01).
001670     02  PQLIN11O               PIC X(60).
001680     02  FILLER                 PIC X(03).
001690     02  PQLIN12H               PIC X(01).
001700     02  PQLIN12O               PIC X(60).
001710     02  FILLER                 PIC X(03).
001720     02  PQLIN13H               PIC X(01).
001730     02  PQLIN13O               PIC X(60).
001740     02  FILLER                 PIC X(03).
001750     02  PQLIN14H               PIC X(01).
001760     02  PQLIN14O               PIC X(60).
001770     02  FILLER                 PIC X(03).
001780     02  PQLIN15H               PIC X(01).
001790     02  PQLIN15O               PIC X(60).
001800     02  FILLER                 PIC X(03).
001810     02  PQMSGH                 PIC X(01).
001820     02  PQMSGO                 PIC X(79).
