000100*--------------------------------------------------------------*
000110*    EXBRMS - SYMBOLIC MAP FOR THE EXBR MASTER BROWSE SCREEN
000120*    (MAP EXBRMAP OF MAPSET EXBRMS). KEEP IN STEP WITH THE MAP
000130*    SOURCE IN BMS/EXBRMS.BMS. THE FIFTEEN SELECT/DETAIL LINE
000140*    PAIRS (BRSEL01/BRDET01 - BRSEL15/BRDET15) ARE ALSO
000150*    ADDRESSED AS A TABLE BY EXBRW00 - SEE ITS BR-LINE-TABLE.
000160*--------------------------------------------------------------*
000170 01  EXBRMAPI.
000180     02  FILLER                 PIC X(12).
000190     02  BRPAGEL                PIC S9(04) COMP.
000200     02  BRPAGEF                PIC X(01).
000210     02  FILLER REDEFINES BRPAGEF.
000220         03  BRPAGEA            PIC X(01).
000230     02  FILLER                 PIC X(01).
000240     02  BRPAGEI                PIC X(03).
000250     02  BRSTATL                PIC S9(04) COMP.
000260     02  BRSTATF                PIC X(01).
000270     02  FILLER REDEFINES BRSTATF.
000280         03  BRSTATA            PIC X(01).
000290     02  FILLER                 PIC X(01).
000300     02  BRSTATI                PIC X(01).
000310     02  BRDESCL                PIC S9(04) COMP.
000320     02  BRDESCF                PIC X(01).
000330     02  FILLER REDEFINES BRDESCF.
000340         03  BRDESCA            PIC X(01).
000350     02  FILLER                 PIC X(01).
000360     02  BRDESCI                PIC X(30).
000370     02  BRSEL01L               PIC S9(04) COMP.
000380     02  BRSEL01F               PIC X(01).
000390     02  FILLER REDEFINES BRSEL01F.
000400         03  BRSEL01A           PIC X(01).
000410     02  FILLER                 PIC X(01).
000420     02  BRSEL01I               PIC X(01).
000430     02  BRDET01L               PIC S9(04) COMP.
000440     02  BRDET01F               PIC X(01).
000450     02  FILLER REDEFINES BRDET01F.
000460         03  BRDET01A           PIC X(01).
000470     02  FILLER                 PIC X(01).
000480     02  BRDET01I               PIC X(70).
000490     02  BRSEL02L               PIC S9(04) COMP.
000500     02  BRSEL02F               PIC X(01).
000510     02  FILLER REDEFINES BRSEL02F.
000520         03  BRSEL02A           PIC X(01).
000530     02  FILLER                 PIC X(01).
000540     02  BRSEL02I               PIC X(01).
000550     02  BRDET02L               PIC S9(04) COMP.
000560     02  BRDET02F               PIC X(01).
000570     02  FILLER REDEFINES BRDET02F.
000580         03  BRDET02A           PIC X(01).
000590     02  FILLER                 PIC X(01).
000600     02  BRDET02I               PIC X(70).
000610     02  BRSEL03L               PIC S9(04) COMP.
000620     02  BRSEL03F               PIC X(01).
000630     02  FILLER REDEFINES BRSEL03F.
000640         03  BRSEL03A           PIC X(01).
000650     02  FILLER                 PIC X(01).
000660     02  BRSEL03I               PIC X(01).
000670     02  BRDET03L               PIC S9(04) COMP.
000680     02  BRDET03F               PIC X(01).
000690     02  FILLER REDEFINES BRDET03F.
000700         03  BRDET03A           PIC X(01).
000710     02  FILLER                 PIC X(01).
000720     02  BRDET03I               PIC X(70).
000730     02  BRSEL04L               PIC S9(04) COMP.
000740     02  BRSEL04F               PIC X(01).
000750     02  FILLER REDEFINES BRSEL04F.
000760         03  BRSEL04A           PIC X(01).
000770     02  FILLER                 PIC X(01).
000780     02  BRSEL04I               PIC X(01).
000790     02  BRDET04L               PIC S9(04) COMP.
000800     02  BRDET04F               PIC X(01).
000810     02  FILLER REDEFINES BRDET04F.
000820         03  BRDET04A           PIC X(01).
000830     02  FILLER                 PIC X(01).
000840     02  BRDET04I               PIC X(70).
000850     02  BRSEL05L               PIC S9(04) COMP.
000860     02  BRSEL05F               PIC X(01).
000870     02  FILLER REDEFINES BRSEL05F.
000880         03  BRSEL05A           PIC X(01).
000890     02  FILLER                 PIC X(01).
000900     02  BRSEL05I               PIC X(01).
000910     02  BRDET05L               PIC S9(04) COMP.
000920     02  BRDET05F               PIC X(01).
000930     02  FILLER REDEFINES BRDET05F.
000940         03  BRDET05A           PIC X(01).
000950     02  FILLER                 PIC X(01).
000960     02  BRDET05I               PIC X(70).
000970     02  BRSEL06L               PIC S9(04) COMP.
000980     02  BRSEL06F               PIC X(01).
000990     02  FILLER REDEFINES BRSEL06F.
001000         03  BRSEL06A           PIC X(01).
001010     02  FILLER                 PIC X(01).
001020     02  BRSEL06I               PIC X(01).
001030     02  BRDET06L               PIC S9(04) COMP.
001040     02  BRDET06F               PIC X(01).
001050     02  FILLER REDEFINES BRDET06F.
001060         03  BRDET06A           PIC X(01).
001070     02  FILLER                 PIC X(01).
001080     02  BRDET06I               PIC X(70).
001090     02  BRSEL07L               PIC S9(04) COMP.
001100     02  BRSEL07F               PIC X(01).
001110     02  FILLER REDEFINES BRSEL07F.
001120         03  BRSEL07A           PIC X(01).
001130     02  FILLER                 PIC X(01).
001140     02  BRSEL07I               PIC X(01).
001150     02  BRDET07L               PIC S9(04) COMP.
001160     02  BRDET07F               PIC X(01).
001170     02  FILLER REDEFINES BRDET07F.
001180         03  BRDET07A           PIC X(01).
001190     02  FILLER                 PIC X(01).
001200     02  BRDET07I               PIC X(70).
001210     02  BRSEL08L               PIC S9(04) COMP.
001220     02  BRSEL08F               PIC X(01).
001230     02  FILLER REDEFINES BRSEL08F.
001240         03  BRSEL08A           PIC X(01).
001250     02  FILLER                 PIC X(01).
001260     02  BRSEL08I               PIC X(01).
001270     02  BRDET08L               PIC S9(04) COMP.
001280     02  BRDET08F               PIC X(01).
001290     02  FILLER REDEFINES BRDET08F.
001300         03  BRDET08A           PIC X(01).
001310     02  FILLER                 PIC X(01).
001320     02  BRDET08I               PIC X(70).
001330     02  BRSEL09L               PIC S9(04) COMP.
001340     02  BRSEL09F               PIC X(01).
001350     02  FILLER REDEFINES BRSEL09F.
001360         03  BRSEL09A           PIC X(01).
001370     02  FILLER                 PIC X(01).
001380     02  BRSEL09I               PIC X(01).
001390     02  BRDET09L               PIC S9(04) COMP.
001400     02  BRDET09F               PIC X(01).
001410     02  FILLER REDEFINES BRDET09F.
001420         03  BRDET09A           PIC X(01).
001430     02  FILLER                 PIC X(01).
001440     02  BRDET09I               PIC X(70).
001450     02  BRSEL10L               PIC S9(04) COMP.
001460     02  BRSEL10F               PIC X(01).
001470     02  FILLER REDEFINES BRSEL10F.
001480         03  BRSEL10A           PIC X(01).
001490     02  FILLER                 PIC X(01).
001500     02  BRSEL10I               PIC X(01).
001510     02  BRDET10L               PIC S9(04) COMP.
001520     02  BRDET10F               PIC X(01).
001530     02  FILLER REDEFINES BRDET10F.
001540         03  BRDET10A           PIC X(01).
001550     02  FILLER                 PIC X(01).
001560     02  BRDET10I               PIC X(70).
001570     02  BRSEL11L               PIC S9(04) COMP.
001580     02  BRSEL11F               PIC X(01).
001590     02  FILLER REDEFINES BRSEL11F.
001600         03  BRSEL11A           PIC X(01).
001610     02  FILLER                 PIC X(01).
001620     02  BRSEL11I               PIC X(01).
001630     02  BRDET11L               PIC S9(04) COMP.
001640     02  BRDET11F               PIC X(01).
001650     02  FILLER REDEFINES BRDET11F.
001660         03  BRDET11A           PIC X(01).
001670     02  FILLER                 PIC X(01).
001680     02  BRDET11I               PIC X(70).
001690     02  BRSEL12L               PIC S9(04) COMP.
001700     02  BRSEL12F               PIC X(01).
001710     02  FILLER REDEFINES BRSEL12F.
001720         03  BRSEL12A           PIC X(01).
001730     02  FILLER                 PIC X(01).
001740     02  BRSEL12I               PIC X(01).
001750     02  BRDET12L               PIC S9(04) COMP.
001760     02  BRDET12F               PIC X(01).
001770     02  FILLER REDEFINES BRDET12F.
001780         03  BRDET12A           PIC X(01).
001790     02  FILLER                 PIC X(01).
001800     02  BRDET12I               PIC X(70).
001810     02  BRSEL13L               PIC S9(04) COMP.
001820     02  BRSEL13F               PIC X(01).
001830     02  FILLER REDEFINES BRSEL13F.
001840         03  BRSEL13A           PIC X(01).
001850     02  FILLER                 PIC X(01).
001860     02  BRSEL13I               PIC X(01).
001870     02  BRDET13L               PIC S9(04) COMP.
001880     02  BRDET13F               PIC X(01).
001890     02  FILLER REDEFINES BRDET13F.
001900         03  BRDET13A           PIC X(01).
001910     02  FILLER                 PIC X(01).
001920     02  BRDET13I               PIC X(70).
001930     02  BRSEL14L               PIC S9(04) COMP.
001940     02  BRSEL14F               PIC X(01).
001950     02  FILLER REDEFINES BRSEL14F.
001960         03  BRSEL14A           PIC X(01).
001970     02  FILLER                 PIC X(01).
001980     02  BRSEL14I               PIC X(01).
001990     02  BRDET14L               PIC S9(04) COMP.
002000     02  BRDET14F               PIC X(01).
002010     02  FILLER REDEFINES BRDET14F.
002020         03  BRDET14A           PIC X(01).
002030     02  FILLER                 PIC X(01).
002040     02  BRDET14I               PIC X(70).
002050     02  BRSEL15L               PIC S9(04) COMP.
002060     02  BRSEL15F               PIC X(01).
002070     02  FILLER REDEFINES BRSEL15F.
002080         03  BRSEL15A           PIC X(01).
002090     02  FILLER                 PIC X(01).
002100     02  BRSEL15I               PIC X(01).
002110     02  BRDET15L               PIC S9(04) COMP.
002120     02  BRDET15F               PIC X(01).
002130     02  FILLER REDEFINES BRDET15F.
002140         03  BRDET15A           PIC X(01).
002150     02  FILLER                 PIC X(01).
002160     02  BRDET15I               PIC X(70).
002170     02  BRMSGL                 PIC S9(04) COMP.
002180     02  BRMSGF                 PIC X(01).
002190     02  FILLER REDEFINES BRMSGF.
002200         03  BRMSGA             PIC X(01).
002210     02  FILLER                 PIC X(01).
002220     02  BRMSGI                 PIC X(79).
002230 01  EXBRMAPO REDEFINES EXBRMAPI.
002240     02  FILLER                 PIC X(12).
002250     02  FILLER                 PIC X(03).
002260     02  BRPAGEH                PIC X(01).
002270     02  BRPAGEO                PIC X(03).
002280     02  FILLER                 PIC X(03).
002290     02  BRSTATH                PIC X(01).
002300     02  BRSTATO                PIC X(01).
002310     02  FILLER                 PIC X(03).
002320     02  BRDESCH                PIC X(01).
002330     02  BRDESCO                PIC X(30).
002340     02  FILLER                 PIC X(03).
002350     02  BRSEL01H               PIC X(01).
002360     02  BRSEL01O               PIC X(01).
002370     02  FILLER                 PIC X(03).
002380     02  BRDET01H               PIC X(01).
002390     02  BRDET01O               PIC X(70).
002400     02  FILLER                 PIC X(03).
002410     02  BRSEL02H               PIC X(01).
002420     02  BRSEL02O               PIC X(01).
002430     02  FILLER                 PIC X(03).
002440     02  BRDET02H               PIC X(01).
002450     02  BRDET02O               PIC X(70).
002460     02  FILLER                 PIC X(03).
002470     02  BRSEL03H               PIC X(01).
002480     02  BRSEL03O               PIC X(01).
002490     02  FILLER                 PIC X(03).
002500     02  BRDET03H               PIC X(01).
002510     02  BRDET03O               PIC X(70).
002520     02  FILLER                 PIC X(03).
002530     02  BRSEL04H               PIC X(01).
002540     02  BRSEL04O               PIC X(01).
002550     02  FILLER                 PIC X(03).
002560     02  BRDET04H               PIC X(01).
002570     02  BRDET04O               PIC X(70).
002580     02  FILLER                 PIC X(03).
002590     02  BRSEL05H               PIC X(01).
002600     02  BRSEL05O               PIC X(01).
002610     02  FILLER                 PIC X(03).
002620     02  BRDET05H               PIC X(01).
002630     02  BRDET05O               PIC X(70).
002640     02  FILLER                 PIC X(03).
002650     02  BRSEL06H               PIC X(01).
002660     02  BRSEL06O               PIC X(01).
002670     02  FILLER                 PIC X(03).
002680     02  BRDET06H               PIC X(01).
002690     02  BRDET06O               PIC X(70).
002700     02  FILLER                 PIC X(03).
002710     02  BRSEL07H               PIC X(01).
002720     02  BRSEL07O               PIC X(01).
002730     02  FILLER                 PIC X(03).
002740     02  BRDET07H               PIC X(01).
002750     02  BRDET07O               PIC X(70).
002760     02  FILLER                 PIC X(03).
002770     02  BRSEL08H               PIC X(01).
002780     02  BRSEL08O               PIC X(01).
002790     02  FILLER                 PIC X(03).
002800     02  BRDET08H               PIC X(01).
002810     02  BRDET08O               PIC X(70).
002820     02  FILLER                 PIC X(03).
002830     02  BRSEL09H               PIC X(01).
002840     02  BRSEL09O               PIC X(01).
002850     02  FILLER                 PIC X(03).
002860     02  BRDET09H               PIC X(01).
002870     02  BRDET09O               PIC X(70).
002880     02  FILLER                 PIC X(03).
002890     02  BRSEL10H               PIC X(01).
002900     02  BRSEL10O               PIC X(01).
002910     02  FILLER                 PIC X(03).
002920     02  BRDET10H               PIC X(01).
002930     02  BRDET10O               PIC X(70).
002940     02  FILLER                 PIC X(03).
002950     02  BRSEL11H               PIC X(01).
002960     02  BRSEL11O               PIC X(01).
002970     02  FILLER                 PIC X(03).
002980     02  BRDET11H               PIC X(01).
002990     02  BRDET11O               PIC X(70).
003000     02  FILLER                 PIC X(03).
003010     02  BRSEL12H               PIC X(01).
003020     02  BRSEL12O               PIC X(01).
003030     02  FILLER                 PIC X(03).
003040     02  BRDET12H               PIC X(01).
003050     02  BRDET12O               PIC X(70).
003060     02  FILLER                 PIC X(03).
003070     02  BRSEL13H               PIC X(01).
003080     02  BRSEL13O               PIC X(01).
003090     02  FILLER                 PIC X(03).
003100     02  BRDET13H               PIC X(01).
003110     02  BRDET13O               PIC X(70).
003120     02  FILLER                 PIC X(03).
003130     02  BRSEL14H               PIC X(01).
003140     02  BRSEL14O               PIC X(01).
003150     02  FILLER                 PIC X(03).
003160     02  BRDET14H               PIC X(01).
003170     02  BRDET14O               PIC X(70).
003180     02  FILLER                 PIC X(03).
003190     02  BRSEL15H               PIC X(01).
003200     02  BRSEL15O               PIC X(01).
003210     02  FILLER                 PIC X(03).
003220     02  BRDET15H               PIC X(01).
003230     02  BRDET15O               PIC X(70).
003240     02  FILLER                 PIC X(03).
003250     02  BRMSGH                 PIC X(01).
003260     02  BRMSGO                 PIC X(79).
