000100******************************************************************
000110* HBXOJQM.CPY
000120*
000130* SYMBOLIC MAP FOR BMS MAPSET HBXOJQM, MAPS HBXOJQ1 (OPERATOR
000140* ACTION JOURNAL SELECTION AND LIST) AND HBXOJQ2 (ENTRY DETAIL),
000150* AS GENERATED BY DFHMSD/DFHMDI/DFHMDF (TYPE=COBOL) FROM THE
000160* HBXOJQM.BMS MACRO SOURCE.  USED BY HBXOPJQ.
000170*
000180* 2026-10-07 JLS  NEW COPYBOOK.
000190******************************************************************
000200 01  HBXOJQ1I.
000210     05  FILLER                  PIC X(12).
000220     05  UTITLL                PIC S9(4) COMP.
000230     05  UTITLF                PIC X.
000240     05  FILLER REDEFINES UTITLF.
000250         10  UTITLA            PIC X.
000260     05  UTITLI                PIC X(42).
000270     05  UFDATL                PIC S9(4) COMP.
000280     05  UFDATF                PIC X.
000290     05  FILLER REDEFINES UFDATF.
000300         10  UFDATA            PIC X.
000310     05  UFDATI                PIC X(8).
000320     05  UTDATL                PIC S9(4) COMP.
000330     05  UTDATF                PIC X.
000340     05  FILLER REDEFINES UTDATF.
000350         10  UTDATA            PIC X.
000360     05  UTDATI                PIC X(8).
000370     05  UFUSRL                PIC S9(4) COMP.
000380     05  UFUSRF                PIC X.
000390     05  FILLER REDEFINES UFUSRF.
000400         10  UFUSRA            PIC X.
000410     05  UFUSRI                PIC X(8).
000420     05  UFFILL                PIC S9(4) COMP.
000430     05  UFFILF                PIC X.
000440     05  FILLER REDEFINES UFFILF.
000450         10  UFFILA            PIC X.
000460     05  UFFILI                PIC X(8).
000470     05  USEL01L               PIC S9(4) COMP.
000480     05  USEL01F               PIC X.
000490     05  FILLER REDEFINES USEL01F.
000500         10  USEL01A           PIC X.
000510     05  USEL01I               PIC X(1).
000520     05  UDAT01L               PIC S9(4) COMP.
000530     05  UDAT01F               PIC X.
000540     05  FILLER REDEFINES UDAT01F.
000550         10  UDAT01A           PIC X.
000560     05  UDAT01I               PIC X(8).
000570     05  UTIM01L               PIC S9(4) COMP.
000580     05  UTIM01F               PIC X.
000590     05  FILLER REDEFINES UTIM01F.
000600         10  UTIM01A           PIC X.
000610     05  UTIM01I               PIC X(8).
000620     05  UUID01L               PIC S9(4) COMP.
000630     05  UUID01F               PIC X.
000640     05  FILLER REDEFINES UUID01F.
000650         10  UUID01A           PIC X.
000660     05  UUID01I               PIC X(8).
000670     05  UTRM01L               PIC S9(4) COMP.
000680     05  UTRM01F               PIC X.
000690     05  FILLER REDEFINES UTRM01F.
000700         10  UTRM01A           PIC X.
000710     05  UTRM01I               PIC X(4).
000720     05  UTRN01L               PIC S9(4) COMP.
000730     05  UTRN01F               PIC X.
000740     05  FILLER REDEFINES UTRN01F.
000750         10  UTRN01A           PIC X.
000760     05  UTRN01I               PIC X(4).
000770     05  UACT01L               PIC S9(4) COMP.
000780     05  UACT01F               PIC X.
000790     05  FILLER REDEFINES UACT01F.
000800         10  UACT01A           PIC X.
000810     05  UACT01I               PIC X(8).
000820     05  UFIL01L               PIC S9(4) COMP.
000830     05  UFIL01F               PIC X.
000840     05  FILLER REDEFINES UFIL01F.
000850         10  UFIL01A           PIC X.
000860     05  UFIL01I               PIC X(8).
000870     05  UKEY01L               PIC S9(4) COMP.
000880     05  UKEY01F               PIC X.
000890     05  FILLER REDEFINES UKEY01F.
000900         10  UKEY01A           PIC X.
000910     05  UKEY01I               PIC X(21).
000920     05  USEL02L               PIC S9(4) COMP.
000930     05  USEL02F               PIC X.
000940     05  FILLER REDEFINES USEL02F.
000950         10  USEL02A           PIC X.
000960     05  USEL02I               PIC X(1).
000970     05  UDAT02L               PIC S9(4) COMP.
000980     05  UDAT02F               PIC X.
000990     05  FILLER REDEFINES UDAT02F.
001000         10  UDAT02A           PIC X.
001010     05  UDAT02I               PIC X(8).
001020     05  UTIM02L               PIC S9(4) COMP.
001030     05  UTIM02F               PIC X.
001040     05  FILLER REDEFINES UTIM02F.
001050         10  UTIM02A           PIC X.
001060     05  UTIM02I               PIC X(8).
001070     05  UUID02L               PIC S9(4) COMP.
001080     05  UUID02F               PIC X.
001090     05  FILLER REDEFINES UUID02F.
001100         10  UUID02A           PIC X.
001110     05  UUID02I               PIC X(8).
001120     05  UTRM02L               PIC S9(4) COMP.
001130     05  UTRM02F               PIC X.
001140     05  FILLER REDEFINES UTRM02F.
001150         10  UTRM02A           PIC X.
001160     05  UTRM02I               PIC X(4).
001170     05  UTRN02L               PIC S9(4) COMP.
001180     05  UTRN02F               PIC X.
001190     05  FILLER REDEFINES UTRN02F.
001200         10  UTRN02A           PIC X.
001210     05  UTRN02I               PIC X(4).
001220     05  UACT02L               PIC S9(4) COMP.
001230     05  UACT02F               PIC X.
001240     05  FILLER REDEFINES UACT02F.
001250         10  UACT02A           PIC X.
001260     05  UACT02I               PIC X(8).
001270     05  UFIL02L               PIC S9(4) COMP.
001280     05  UFIL02F               PIC X.
001290     05  FILLER REDEFINES UFIL02F.
001300         10  UFIL02A           PIC X.
001310     05  UFIL02I               PIC X(8).
001320     05  UKEY02L               PIC S9(4) COMP.
001330     05  UKEY02F               PIC X.
001340     05  FILLER REDEFINES UKEY02F.
001350         10  UKEY02A           PIC X.
001360     05  UKEY02I               PIC X(21).
001370     05  USEL03L               PIC S9(4) COMP.
001380     05  USEL03F               PIC X.
001390     05  FILLER REDEFINES USEL03F.
001400         10  USEL03A           PIC X.
001410     05  USEL03I               PIC X(1).
001420     05  UDAT03L               PIC S9(4) COMP.
001430     05  UDAT03F               PIC X.
001440     05  FILLER REDEFINES UDAT03F.
001450         10  UDAT03A           PIC X.
001460     05  UDAT03I               PIC X(8).
001470     05  UTIM03L               PIC S9(4) COMP.
001480     05  UTIM03F               PIC X.
001490     05  FILLER REDEFINES UTIM03F.
001500         10  UTIM03A           PIC X.
001510     05  UTIM03I               PIC X(8).
001520     05  UUID03L               PIC S9(4) COMP.
001530     05  UUID03F               PIC X.
001540     05  FILLER REDEFINES UUID03F.
001550         10  UUID03A           PIC X.
001560     05  UUID03I               PIC X(8).
001570     05  UTRM03L               PIC S9(4) COMP.
001580     05  UTRM03F               PIC X.
001590     05  FILLER REDEFINES UTRM03F.
001600         10  UTRM03A           PIC X.
001610     05  UTRM03I               PIC X(4).
001620     05  UTRN03L               PIC S9(4) COMP.
001630     05  UTRN03F               PIC X.
001640     05  FILLER REDEFINES UTRN03F.
001650         10  UTRN03A           PIC X.
001660     05  UTRN03I               PIC X(4).
001670     05  UACT03L               PIC S9(4) COMP.
001680     05  UACT03F               PIC X.
001690     05  FILLER REDEFINES UACT03F.
001700         10  UACT03A           PIC X.
001710     05  UACT03I               PIC X(8).
001720     05  UFIL03L               PIC S9(4) COMP.
001730     05  UFIL03F               PIC X.
001740     05  FILLER REDEFINES UFIL03F.
001750         10  UFIL03A           PIC X.
001760     05  UFIL03I               PIC X(8).
001770     05  UKEY03L               PIC S9(4) COMP.
001780     05  UKEY03F               PIC X.
001790     05  FILLER REDEFINES UKEY03F.
001800         10  UKEY03A           PIC X.
001810     05  UKEY03I               PIC X(21).
001820     05  USEL04L               PIC S9(4) COMP.
001830     05  USEL04F               PIC X.
001840     05  FILLER REDEFINES USEL04F.
001850         10  USEL04A           PIC X.
001860     05  USEL04I               PIC X(1).
001870     05  UDAT04L               PIC S9(4) COMP.
001880     05  UDAT04F               PIC X.
001890     05  FILLER REDEFINES UDAT04F.
001900         10  UDAT04A           PIC X.
001910     05  UDAT04I               PIC X(8).
001920     05  UTIM04L               PIC S9(4) COMP.
001930     05  UTIM04F               PIC X.
001940     05  FILLER REDEFINES UTIM04F.
001950         10  UTIM04A           PIC X.
001960     05  UTIM04I               PIC X(8).
001970     05  UUID04L               PIC S9(4) COMP.
001980     05  UUID04F               PIC X.
001990     05  FILLER REDEFINES UUID04F.
002000         10  UUID04A           PIC X.
002010     05  UUID04I               PIC X(8).
002020     05  UTRM04L               PIC S9(4) COMP.
002030     05  UTRM04F               PIC X.
002040     05  FILLER REDEFINES UTRM04F.
002050         10  UTRM04A           PIC X.
002060     05  UTRM04I               PIC X(4).
002070     05  UTRN04L               PIC S9(4) COMP.
002080     05  UTRN04F               PIC X.
002090     05  FILLER REDEFINES UTRN04F.
002100         10  UTRN04A           PIC X.
002110     05  UTRN04I               PIC X(4).
002120     05  UACT04L               PIC S9(4) COMP.
002130     05  UACT04F               PIC X.
002140     05  FILLER REDEFINES UACT04F.
002150         10  UACT04A           PIC X.
002160     05  UACT04I               PIC X(8).
002170     05  UFIL04L               PIC S9(4) COMP.
002180     05  UFIL04F               PIC X.
002190     05  FILLER REDEFINES UFIL04F.
002200         10  UFIL04A           PIC X.
002210     05  UFIL04I               PIC X(8).
002220     05  UKEY04L               PIC S9(4) COMP.
002230     05  UKEY04F               PIC X.
002240     05  FILLER REDEFINES UKEY04F.
002250         10  UKEY04A           PIC X.
002260     05  UKEY04I               PIC X(21).
002270     05  USEL05L               PIC S9(4) COMP.
002280     05  USEL05F               PIC X.
002290     05  FILLER REDEFINES USEL05F.
002300         10  USEL05A           PIC X.
002310     05  USEL05I               PIC X(1).
002320     05  UDAT05L               PIC S9(4) COMP.
002330     05  UDAT05F               PIC X.
002340     05  FILLER REDEFINES UDAT05F.
002350         10  UDAT05A           PIC X.
002360     05  UDAT05I               PIC X(8).
002370     05  UTIM05L               PIC S9(4) COMP.
002380     05  UTIM05F               PIC X.
002390     05  FILLER REDEFINES UTIM05F.
002400         10  UTIM05A           PIC X.
002410     05  UTIM05I               PIC X(8).
002420     05  UUID05L               PIC S9(4) COMP.
002430     05  UUID05F               PIC X.
002440     05  FILLER REDEFINES UUID05F.
002450         10  UUID05A           PIC X.
002460     05  UUID05I               PIC X(8).
002470     05  UTRM05L               PIC S9(4) COMP.
002480     05  UTRM05F               PIC X.
002490     05  FILLER REDEFINES UTRM05F.
002500         10  UTRM05A           PIC X.
002510     05  UTRM05I               PIC X(4).
002520     05  UTRN05L               PIC S9(4) COMP.
002530     05  UTRN05F               PIC X.
002540     05  FILLER REDEFINES UTRN05F.
002550         10  UTRN05A           PIC X.
002560     05  UTRN05I               PIC X(4).
002570     05  UACT05L               PIC S9(4) COMP.
002580     05  UACT05F               PIC X.
002590     05  FILLER REDEFINES UACT05F.
002600         10  UACT05A           PIC X.
002610     05  UACT05I               PIC X(8).
002620     05  UFIL05L               PIC S9(4) COMP.
002630     05  UFIL05F               PIC X.
002640     05  FILLER REDEFINES UFIL05F.
002650         10  UFIL05A           PIC X.
002660     05  UFIL05I               PIC X(8).
002670     05  UKEY05L               PIC S9(4) COMP.
002680     05  UKEY05F               PIC X.
002690     05  FILLER REDEFINES UKEY05F.
002700         10  UKEY05A           PIC X.
002710     05  UKEY05I               PIC X(21).
002720     05  USEL06L               PIC S9(4) COMP.
002730     05  USEL06F               PIC X.
002740     05  FILLER REDEFINES USEL06F.
002750         10  USEL06A           PIC X.
002760     05  USEL06I               PIC X(1).
002770     05  UDAT06L               PIC S9(4) COMP.
002780     05  UDAT06F               PIC X.
002790     05  FILLER REDEFINES UDAT06F.
002800         10  UDAT06A           PIC X.
002810     05  UDAT06I               PIC X(8).
002820     05  UTIM06L               PIC S9(4) COMP.
002830     05  UTIM06F               PIC X.
002840     05  FILLER REDEFINES UTIM06F.
002850         10  UTIM06A           PIC X.
002860     05  UTIM06I               PIC X(8).
002870     05  UUID06L               PIC S9(4) COMP.
002880     05  UUID06F               PIC X.
002890     05  FILLER REDEFINES UUID06F.
002900         10  UUID06A           PIC X.
002910     05  UUID06I               PIC X(8).
002920     05  UTRM06L               PIC S9(4) COMP.
002930     05  UTRM06F               PIC X.
002940     05  FILLER REDEFINES UTRM06F.
002950         10  UTRM06A           PIC X.
002960     05  UTRM06I               PIC X(4).
002970     05  UTRN06L               PIC S9(4) COMP.
002980     05  UTRN06F               PIC X.
002990     05  FILLER REDEFINES UTRN06F.
003000         10  UTRN06A           PIC X.
003010     05  UTRN06I               PIC X(4).
003020     05  UACT06L               PIC S9(4) COMP.
003030     05  UACT06F               PIC X.
003040     05  FILLER REDEFINES UACT06F.
003050         10  UACT06A           PIC X.
003060     05  UACT06I               PIC X(8).
003070     05  UFIL06L               PIC S9(4) COMP.
003080     05  UFIL06F               PIC X.
003090     05  FILLER REDEFINES UFIL06F.
003100         10  UFIL06A           PIC X.
003110     05  UFIL06I               PIC X(8).
003120     05  UKEY06L               PIC S9(4) COMP.
003130     05  UKEY06F               PIC X.
003140     05  FILLER REDEFINES UKEY06F.
003150         10  UKEY06A           PIC X.
003160     05  UKEY06I               PIC X(21).
003170     05  USEL07L               PIC S9(4) COMP.
003180     05  USEL07F               PIC X.
003190     05  FILLER REDEFINES USEL07F.
003200         10  USEL07A           PIC X.
003210     05  USEL07I               PIC X(1).
003220     05  UDAT07L               PIC S9(4) COMP.
003230     05  UDAT07F               PIC X.
003240     05  FILLER REDEFINES UDAT07F.
003250         10  UDAT07A           PIC X.
003260     05  UDAT07I               PIC X(8).
003270     05  UTIM07L               PIC S9(4) COMP.
003280     05  UTIM07F               PIC X.
003290     05  FILLER REDEFINES UTIM07F.
003300         10  UTIM07A           PIC X.
003310     05  UTIM07I               PIC X(8).
003320     05  UUID07L               PIC S9(4) COMP.
003330     05  UUID07F               PIC X.
003340     05  FILLER REDEFINES UUID07F.
003350         10  UUID07A           PIC X.
003360     05  UUID07I               PIC X(8).
003370     05  UTRM07L               PIC S9(4) COMP.
003380     05  UTRM07F               PIC X.
003390     05  FILLER REDEFINES UTRM07F.
003400         10  UTRM07A           PIC X.
003410     05  UTRM07I               PIC X(4).
003420     05  UTRN07L               PIC S9(4) COMP.
003430     05  UTRN07F               PIC X.
003440     05  FILLER REDEFINES UTRN07F.
003450         10  UTRN07A           PIC X.
003460     05  UTRN07I               PIC X(4).
003470     05  UACT07L               PIC S9(4) COMP.
003480     05  UACT07F               PIC X.
003490     05  FILLER REDEFINES UACT07F.
003500         10  UACT07A           PIC X.
003510     05  UACT07I               PIC X(8).
003520     05  UFIL07L               PIC S9(4) COMP.
003530     05  UFIL07F               PIC X.
003540     05  FILLER REDEFINES UFIL07F.
003550         10  UFIL07A           PIC X.
003560     05  UFIL07I               PIC X(8).
003570     05  UKEY07L               PIC S9(4) COMP.
003580     05  UKEY07F               PIC X.
003590     05  FILLER REDEFINES UKEY07F.
003600         10  UKEY07A           PIC X.
003610     05  UKEY07I               PIC X(21).
003620     05  USEL08L               PIC S9(4) COMP.
003630     05  USEL08F               PIC X.
003640     05  FILLER REDEFINES USEL08F.
003650         10  USEL08A           PIC X.
003660     05  USEL08I               PIC X(1).
003670     05  UDAT08L               PIC S9(4) COMP.
003680     05  UDAT08F               PIC X.
003690     05  FILLER REDEFINES UDAT08F.
003700         10  UDAT08A           PIC X.
003710     05  UDAT08I               PIC X(8).
003720     05  UTIM08L               PIC S9(4) COMP.
003730     05  UTIM08F               PIC X.
003740     05  FILLER REDEFINES UTIM08F.
003750         10  UTIM08A           PIC X.
003760     05  UTIM08I               PIC X(8).
003770     05  UUID08L               PIC S9(4) COMP.
003780     05  UUID08F               PIC X.
003790     05  FILLER REDEFINES UUID08F.
003800         10  UUID08A           PIC X.
003810     05  UUID08I               PIC X(8).
003820     05  UTRM08L               PIC S9(4) COMP.
003830     05  UTRM08F               PIC X.
003840     05  FILLER REDEFINES UTRM08F.
003850         10  UTRM08A           PIC X.
003860     05  UTRM08I               PIC X(4).
003870     05  UTRN08L               PIC S9(4) COMP.
003880     05  UTRN08F               PIC X.
003890     05  FILLER REDEFINES UTRN08F.
003900         10  UTRN08A           PIC X.
003910     05  UTRN08I               PIC X(4).
003920     05  UACT08L               PIC S9(4) COMP.
003930     05  UACT08F               PIC X.
003940     05  FILLER REDEFINES UACT08F.
003950         10  UACT08A           PIC X.
003960     05  UACT08I               PIC X(8).
003970     05  UFIL08L               PIC S9(4) COMP.
003980     05  UFIL08F               PIC X.
003990     05  FILLER REDEFINES UFIL08F.
004000         10  UFIL08A           PIC X.
004010     05  UFIL08I               PIC X(8).
004020     05  UKEY08L               PIC S9(4) COMP.
004030     05  UKEY08F               PIC X.
004040     05  FILLER REDEFINES UKEY08F.
004050         10  UKEY08A           PIC X.
004060     05  UKEY08I               PIC X(21).
004070     05  UMSGLNL               PIC S9(4) COMP.
004080     05  UMSGLNF               PIC X.
004090     05  FILLER REDEFINES UMSGLNF.
004100         10  UMSGLNA           PIC X.
004110     05  UMSGLNI               PIC X(79).
004120 01  HBXOJQ1O REDEFINES HBXOJQ1I.
004130     05  FILLER                  PIC X(12).
004140     05  FILLER                  PIC X(3).
004150     05  UTITLO                PIC X(42).
004160     05  FILLER                  PIC X(3).
004170     05  UFDATO                PIC X(8).
004180     05  FILLER                  PIC X(3).
004190     05  UTDATO                PIC X(8).
004200     05  FILLER                  PIC X(3).
004210     05  UFUSRO                PIC X(8).
004220     05  FILLER                  PIC X(3).
004230     05  UFFILO                PIC X(8).
004240     05  FILLER                  PIC X(3).
004250     05  USEL01O               PIC X(1).
004260     05  FILLER                  PIC X(3).
004270     05  UDAT01O               PIC X(8).
004280     05  FILLER                  PIC X(3).
004290     05  UTIM01O               PIC X(8).
004300     05  FILLER                  PIC X(3).
004310     05  UUID01O               PIC X(8).
004320     05  FILLER                  PIC X(3).
004330     05  UTRM01O               PIC X(4).
004340     05  FILLER                  PIC X(3).
004350     05  UTRN01O               PIC X(4).
004360     05  FILLER                  PIC X(3).
004370     05  UACT01O               PIC X(8).
004380     05  FILLER                  PIC X(3).
004390     05  UFIL01O               PIC X(8).
004400     05  FILLER                  PIC X(3).
004410     05  UKEY01O               PIC X(21).
004420     05  FILLER                  PIC X(3).
004430     05  USEL02O               PIC X(1).
004440     05  FILLER                  PIC X(3).
004450     05  UDAT02O               PIC X(8).
004460     05  FILLER                  PIC X(3).
004470     05  UTIM02O               PIC X(8).
004480     05  FILLER                  PIC X(3).
004490     05  UUID02O               PIC X(8).
004500     05  FILLER                  PIC X(3).
004510     05  UTRM02O               PIC X(4).
004520     05  FILLER                  PIC X(3).
004530     05  UTRN02O               PIC X(4).
004540     05  FILLER                  PIC X(3).
004550     05  UACT02O               PIC X(8).
004560     05  FILLER                  PIC X(3).
004570     05  UFIL02O               PIC X(8).
004580     05  FILLER                  PIC X(3).
004590     05  UKEY02O               PIC X(21).
004600     05  FILLER                  PIC X(3).
004610     05  USEL03O               PIC X(1).
004620     05  FILLER                  PIC X(3).
004630     05  UDAT03O               PIC X(8).
004640     05  FILLER                  PIC X(3).
004650     05  UTIM03O               PIC X(8).
004660     05  FILLER                  PIC X(3).
004670     05  UUID03O               PIC X(8).
004680     05  FILLER                  PIC X(3).
004690     05  UTRM03O               PIC X(4).
004700     05  FILLER                  PIC X(3).
004710     05  UTRN03O               PIC X(4).
004720     05  FILLER                  PIC X(3).
004730     05  UACT03O               PIC X(8).
004740     05  FILLER                  PIC X(3).
004750     05  UFIL03O               PIC X(8).
004760     05  FILLER                  PIC X(3).
004770     05  UKEY03O               PIC X(21).
004780     05  FILLER                  PIC X(3).
004790     05  USEL04O               PIC X(1).
004800     05  FILLER                  PIC X(3).
004810     05  UDAT04O               PIC X(8).
004820     05  FILLER                  PIC X(3).
004830     05  UTIM04O               PIC X(8).
004840     05  FILLER                  PIC X(3).
004850     05  UUID04O               PIC X(8).
004860     05  FILLER                  PIC X(3).
004870     05  UTRM04O               PIC X(4).
004880     05  FILLER                  PIC X(3).
004890     05  UTRN04O               PIC X(4).
004900     05  FILLER                  PIC X(3).
004910     05  UACT04O               PIC X(8).
004920     05  FILLER                  PIC X(3).
004930     05  UFIL04O               PIC X(8).
004940     05  FILLER                  PIC X(3).
004950     05  UKEY04O               PIC X(21).
004960     05  FILLER                  PIC X(3).
004970     05  USEL05O               PIC X(1).
004980     05  FILLER                  PIC X(3).
004990     05  UDAT05O               PIC X(8).
005000     05  FILLER                  PIC X(3).
005010     05  UTIM05O               PIC X(8).
005020     05  FILLER                  PIC X(3).
005030     05  UUID05O               PIC X(8).
005040     05  FILLER                  PIC X(3).
005050     05  UTRM05O               PIC X(4).
005060     05  FILLER                  PIC X(3).
005070     05  UTRN05O               PIC X(4).
005080     05  FILLER                  PIC X(3).
005090     05  UACT05O               PIC X(8).
005100     05  FILLER                  PIC X(3).
005110     05  UFIL05O               PIC X(8).
005120     05  FILLER                  PIC X(3).
005130     05  UKEY05O               PIC X(21).
005140     05  FILLER                  PIC X(3).
005150     05  USEL06O               PIC X(1).
005160     05  FILLER                  PIC X(3).
005170     05  UDAT06O               PIC X(8).
005180     05  FILLER                  PIC X(3).
005190     05  UTIM06O               PIC X(8).
005200     05  FILLER                  PIC X(3).
005210     05  UUID06O               PIC X(8).
005220     05  FILLER                  PIC X(3).
005230     05  UTRM06O               PIC X(4).
005240     05  FILLER                  PIC X(3).
005250     05  UTRN06O               PIC X(4).
005260     05  FILLER                  PIC X(3).
005270     05  UACT06O               PIC X(8).
005280     05  FILLER                  PIC X(3).
005290     05  UFIL06O               PIC X(8).
005300     05  FILLER                  PIC X(3).
005310     05  UKEY06O               PIC X(21).
005320     05  FILLER                  PIC X(3).
005330     05  USEL07O               PIC X(1).
005340     05  FILLER                  PIC X(3).
005350     05  UDAT07O               PIC X(8).
005360     05  FILLER                  PIC X(3).
005370     05  UTIM07O               PIC X(8).
005380     05  FILLER                  PIC X(3).
005390     05  UUID07O               PIC X(8).
005400     05  FILLER                  PIC X(3).
005410     05  UTRM07O               PIC X(4).
005420     05  FILLER                  PIC X(3).
005430     05  UTRN07O               PIC X(4).
005440     05  FILLER                  PIC X(3).
005450     05  UACT07O               PIC X(8).
005460     05  FILLER                  PIC X(3).
005470     05  UFIL07O               PIC X(8).
005480     05  FILLER                  PIC X(3).
005490     05  UKEY07O               PIC X(21).
005500     05  FILLER                  PIC X(3).
005510     05  USEL08O               PIC X(1).
005520     05  FILLER                  PIC X(3).
005530     05  UDAT08O               PIC X(8).
005540     05  FILLER                  PIC X(3).
005550     05  UTIM08O               PIC X(8).
005560     05  FILLER                  PIC X(3).
005570     05  UUID08O               PIC X(8).
005580     05  FILLER                  PIC X(3).
005590     05  UTRM08O               PIC X(4).
005600     05  FILLER                  PIC X(3).
005610     05  UTRN08O               PIC X(4).
005620     05  FILLER                  PIC X(3).
005630     05  UACT08O               PIC X(8).
005640     05  FILLER                  PIC X(3).
005650     05  UFIL08O               PIC X(8).
005660     05  FILLER                  PIC X(3).
005670     05  UKEY08O               PIC X(21).
005680     05  FILLER                  PIC X(3).
005690     05  UMSGLNO               PIC X(79).
005700 01  HBXOJQ2I.
005710     05  FILLER                  PIC X(12).
005720     05  VTITLL                PIC S9(4) COMP.
005730     05  VTITLF                PIC X.
005740     05  FILLER REDEFINES VTITLF.
005750         10  VTITLA            PIC X.
005760     05  VTITLI                PIC X(42).
005770     05  VKDATL                PIC S9(4) COMP.
005780     05  VKDATF                PIC X.
005790     05  FILLER REDEFINES VKDATF.
005800         10  VKDATA            PIC X.
005810     05  VKDATI                PIC X(8).
005820     05  VKTIML                PIC S9(4) COMP.
005830     05  VKTIMF                PIC X.
005840     05  FILLER REDEFINES VKTIMF.
005850         10  VKTIMA            PIC X.
005860     05  VKTIMI                PIC X(8).
005870     05  VKTRML                PIC S9(4) COMP.
005880     05  VKTRMF                PIC X.
005890     05  FILLER REDEFINES VKTRMF.
005900         10  VKTRMA            PIC X.
005910     05  VKTRMI                PIC X(4).
005920     05  VKUSRL                PIC S9(4) COMP.
005930     05  VKUSRF                PIC X.
005940     05  FILLER REDEFINES VKUSRF.
005950         10  VKUSRA            PIC X.
005960     05  VKUSRI                PIC X(8).
005970     05  VREGL                 PIC S9(4) COMP.
005980     05  VREGF                 PIC X.
005990     05  FILLER REDEFINES VREGF.
006000         10  VREGA             PIC X.
006010     05  VREGI                 PIC X(8).
006020     05  VTRNL                 PIC S9(4) COMP.
006030     05  VTRNF                 PIC X.
006040     05  FILLER REDEFINES VTRNF.
006050         10  VTRNA             PIC X.
006060     05  VTRNI                 PIC X(4).
006070     05  VPGML                 PIC S9(4) COMP.
006080     05  VPGMF                 PIC X.
006090     05  FILLER REDEFINES VPGMF.
006100         10  VPGMA             PIC X.
006110     05  VPGMI                 PIC X(8).
006120     05  VACTL                 PIC S9(4) COMP.
006130     05  VACTF                 PIC X.
006140     05  FILLER REDEFINES VACTF.
006150         10  VACTA             PIC X.
006160     05  VACTI                 PIC X(8).
006170     05  VFILL                 PIC S9(4) COMP.
006180     05  VFILF                 PIC X.
006190     05  FILLER REDEFINES VFILF.
006200         10  VFILA             PIC X.
006210     05  VFILI                 PIC X(8).
006220     05  VRKEYL                PIC S9(4) COMP.
006230     05  VRKEYF                PIC X.
006240     05  FILLER REDEFINES VRKEYF.
006250         10  VRKEYA            PIC X.
006260     05  VRKEYI                PIC X(30).
006270     05  VBIM1L                PIC S9(4) COMP.
006280     05  VBIM1F                PIC X.
006290     05  FILLER REDEFINES VBIM1F.
006300         10  VBIM1A            PIC X.
006310     05  VBIM1I                PIC X(75).
006320     05  VBIM2L                PIC S9(4) COMP.
006330     05  VBIM2F                PIC X.
006340     05  FILLER REDEFINES VBIM2F.
006350         10  VBIM2A            PIC X.
006360     05  VBIM2I                PIC X(75).
006370     05  VAIM1L                PIC S9(4) COMP.
006380     05  VAIM1F                PIC X.
006390     05  FILLER REDEFINES VAIM1F.
006400         10  VAIM1A            PIC X.
006410     05  VAIM1I                PIC X(75).
006420     05  VAIM2L                PIC S9(4) COMP.
006430     05  VAIM2F                PIC X.
006440     05  FILLER REDEFINES VAIM2F.
006450         10  VAIM2A            PIC X.
006460     05  VAIM2I                PIC X(75).
006470     05  VMSGLNL               PIC S9(4) COMP.
006480     05  VMSGLNF               PIC X.
006490     05  FILLER REDEFINES VMSGLNF.
006500         10  VMSGLNA           PIC X.
006510     05  VMSGLNI               PIC X(79).
006520 01  HBXOJQ2O REDEFINES HBXOJQ2I.
006530     05  FILLER                  PIC X(12).
006540     05  FILLER                  PIC X(3).
006550     05  VTITLO                PIC X(42).
006560     05  FILLER                  PIC X(3).
006570     05  VKDATO                PIC X(8).
006580     05  FILLER                  PIC X(3).
006590     05  VKTIMO                PIC X(8).
006600     05  FILLER                  PIC X(3).
006610     05  VKTRMO                PIC X(4).
006620     05  FILLER                  PIC X(3).
006630     05  VKUSRO                PIC X(8).
006640     05  FILLER                  PIC X(3).
006650     05  VREGO                 PIC X(8).
006660     05  FILLER                  PIC X(3).
006670     05  VTRNO                 PIC X(4).
006680     05  FILLER                  PIC X(3).
006690     05  VPGMO                 PIC X(8).
006700     05  FILLER                  PIC X(3).
006710     05  VACTO                 PIC X(8).
006720     05  FILLER                  PIC X(3).
006730     05  VFILO                 PIC X(8).
006740     05  FILLER                  PIC X(3).
006750     05  VRKEYO                PIC X(30).
006760     05  FILLER                  PIC X(3).
006770     05  VBIM1O                PIC X(75).
006780     05  FILLER                  PIC X(3).
006790     05  VBIM2O                PIC X(75).
006800     05  FILLER                  PIC X(3).
006810     05  VAIM1O                PIC X(75).
006820     05  FILLER                  PIC X(3).
006830     05  VAIM2O                PIC X(75).
006840     05  FILLER                  PIC X(3).
006850     05  VMSGLNO               PIC X(79).
