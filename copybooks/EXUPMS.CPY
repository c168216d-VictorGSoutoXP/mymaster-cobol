000100*--------------------------------------------------------------*
000110*    EXUPMS - SYMBOLIC MAP FOR THE EXUP MASTER RECORD
000120*    MAINTENANCE SCREEN (MAP EXUPMAP OF MAPSET EXUPMS). KEEP IN
000130*    STEP WITH THE MAP SOURCE IN BMS/EXUPMS.BMS. EACH BUSINESS
000140*    FIELD HAS A CURRENT (UPC...) AND A NEW (UPN...) VALUE.
000150*--------------------------------------------------------------*
000160 01  EXUPMAPI.
000170     02  FILLER                 PIC X(12).
000180     02  UPACTL                 PIC S9(04) COMP.
000190     02  UPACTF                 PIC X(01).
000200     02  FILLER REDEFINES UPACTF.
000210         03  UPACTA             PIC X(01).
000220     02  FILLER                 PIC X(01).
000230     02  UPACTI                 PIC X(01).
000240     02  UPKEYL                 PIC S9(04) COMP.
000250     02  UPKEYF                 PIC X(01).
000260     02  FILLER REDEFINES UPKEYF.
000270         03  UPKEYA             PIC X(01).
000280     02  FILLER                 PIC X(01).
000290     02  UPKEYI                 PIC X(06).
000300     02  UPCDESCL               PIC S9(04) COMP.
000310     02  UPCDESCF               PIC X(01).
000320     02  FILLER REDEFINES UPCDESCF.
000330         03  UPCDESCA           PIC X(01).
000340     02  FILLER                 PIC X(01).
000350     02  UPCDESCI               PIC X(30).
000360     02  UPNDESCL               PIC S9(04) COMP.
000370     02  UPNDESCF               PIC X(01).
000380     02  FILLER REDEFINES UPNDESCF.
000390         03  UPNDESCA           PIC X(01).
000400     02  FILLER                 PIC X(01).
000410     02  UPNDESCI               PIC X(30).
000420     02  UPCSTATL               PIC S9(04) COMP.
000430     02  UPCSTATF               PIC X(01).
000440     02  FILLER REDEFINES UPCSTATF.
000450         03  UPCSTATA           PIC X(01).
000460     02  FILLER                 PIC X(01).
000470     02  UPCSTATI               PIC X(01).
000480     02  UPNSTATL               PIC S9(04) COMP.
000490     02  UPNSTATF               PIC X(01).
000500     02  FILLER REDEFINES UPNSTATF.
000510         03  UPNSTATA           PIC X(01).
000520     02  FILLER                 PIC X(01).
000530     02  UPNSTATI               PIC X(01).
000540     02  UPCEFFL                PIC S9(04) COMP.
000550     02  UPCEFFF                PIC X(01).
000560     02  FILLER REDEFINES UPCEFFF.
000570         03  UPCEFFA            PIC X(01).
000580     02  FILLER                 PIC X(01).
000590     02  UPCEFFI                PIC X(08).
000600     02  UPNEFFL                PIC S9(04) COMP.
000610     02  UPNEFFF                PIC X(01).
000620     02  FILLER REDEFINES UPNEFFF.
000630         03  UPNEFFA            PIC X(01).
000640     02  FILLER                 PIC X(01).
000650     02  UPNEFFI                PIC X(08).
000660     02  UPCEXPL                PIC S9(04) COMP.
000670     02  UPCEXPF                PIC X(01).
000680     02  FILLER REDEFINES UPCEXPF.
000690         03  UPCEXPA            PIC X(01).
000700     02  FILLER                 PIC X(01).
000710     02  UPCEXPI                PIC X(08).
000720     02  UPNEXPL                PIC S9(04) COMP.
000730     02  UPNEXPF                PIC X(01).
000740     02  FILLER REDEFINES UPNEXPF.
000750         03  UPNEXPA            PIC X(01).
000760     02  FILLER                 PIC X(01).
000770     02  UPNEXPI                PIC X(08).
000780     02  UPCAMTL                PIC S9(04) COMP.
000790     02  UPCAMTF                PIC X(01).
000800     02  FILLER REDEFINES UPCAMTF.
000810         03  UPCAMTA            PIC X(01).
000820     02  FILLER                 PIC X(01).
000830     02  UPCAMTI                PIC X(11).
000840     02  UPNAMTL                PIC S9(04) COMP.
000850     02  UPNAMTF                PIC X(01).
000860     02  FILLER REDEFINES UPNAMTF.
000870         03  UPNAMTA            PIC X(01).
000880     02  FILLER                 PIC X(01).
000890     02  UPNAMTI                PIC X(11).
000900     02  UPCMDTL                PIC S9(04) COMP.
000910     02  UPCMDTF                PIC X(01).
000920     02  FILLER REDEFINES UPCMDTF.
000930         03  UPCMDTA            PIC X(01).
000940     02  FILLER                 PIC X(01).
000950     02  UPCMDTI                PIC X(08).
000960     02  UPCUSRL                PIC S9(04) COMP.
000970     02  UPCUSRF                PIC X(01).
000980     02  FILLER REDEFINES UPCUSRF.
000990         03  UPCUSRA            PIC X(01).
001000     02  FILLER                 PIC X(01).
001010     02  UPCUSRI                PIC X(08).
001020     02  UPMSGL                 PIC S9(04) COMP.
001030     02  UPMSGF                 PIC X(01).
001040     02  FILLER REDEFINES UPMSGF.
001050         03  UPMSGA             PIC X(01).
001060     02  FILLER                 PIC X(01).
001070     02  UPMSGI                 PIC X(79).
001080 01  EXUPMAPO REDEFINES EXUPMAPI.
001090     02  FILLER                 PIC X(12).
001100     02  FILLER                 PIC X(03).
001110     02  UPACTH                 PIC X(01).
001120     02  UPACTO                 PIC X(01).
001130     02  FILLER                 PIC X(03).
001140     02  UPKEYH                 PIC X(01).
001150     02  UPKEYO                 PIC X(06).
001160     02  FILLER                 PIC X(03).
001170     02  UPCDESCH               PIC X(01).
001180     02  UPCDESCO               PIC X(30).
001190     02  FILLER                 PIC X(03).
001200     02  UPNDESCH               PIC X(01).
001210     02  UPNDESCO               PIC X(30).
001220     02  FILLER                 PIC X(03).
001230     02  UPCSTATH               PIC X(01).
001240     02  UPCSTATO               PIC X(01).
001250     02  FILLER                 PIC X(03).
001260     02  UPNSTATH               PIC X(01).
001270     02  UPNSTATO               PIC X(01).
001280     02  FILLER                 PIC X(03).
001290     02  UPCEFFH                PIC X(01).
001300     02  UPCEFFO                PIC X(08).
001310     02  FILLER                 PIC X(03).
001320     02  UPNEFFH                PIC X(01).
001330     02  UPNEFFO                PIC X(08).
001340     02  FILLER                 PIC X(03).
001350     02  UPCEXPH                PIC X(01).
001360     02  UPCEXPO                PIC X(08).
001370     02  FILLER                 PIC X(03).
001380     02  UPNEXPH                PIC X(01).
001390     02  UPNEXPO                PIC X(08).
001400     02  FILLER                 PIC X(03).
001410     02  UPCAMTH                PIC X(01).
001420     02  UPCAMTO                PIC X(11).
001430     02  FILLER                 PIC X(03).
001440     02  UPNAMTH                PIC X(01).
001450     02  UPNAMTO                PIC X(11).
001460     02  FILLER                 PIC X(03).
001470     02  UPCMDTH                PIC X(01).
001480     02  UPCMDTO                PIC X(08).
001490     02  FILLER                 PIC X(03).
001500     02  UPCUSRH                PIC X(01).
001510     02  UPCUSRO                PIC X(08).
001520     02  FILLER                 PIC X(03).
001530     02  UPMSGH                 PIC X(01).
001540     02  UPMSGO                 PIC X(79).
