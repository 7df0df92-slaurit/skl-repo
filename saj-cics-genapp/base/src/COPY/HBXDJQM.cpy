000100******************************************************************
000110* HBXDJQM.CPY
000120*
000130* SYMBOLIC MAP FOR BMS MAPSET HBXDJQM, MAPS HBXDJQ1 (DECISION
000140* JOURNAL SELECTION AND LIST) AND HBXDJQ2 (DECISION DETAIL), AS
000150* GENERATED BY DFHMSD/DFHMDI/DFHMDF (TYPE=COBOL) FROM THE
000160* HBXDJQM.BMS MACRO SOURCE.  USED BY HBXDJRQ.
000170*
000180* 2026-09-16 JLS  NEW COPYBOOK.
000190******************************************************************
000200 01  HBXDJQ1I.
000210     05  FILLER                  PIC X(12).
000220     05  JTITLL                PIC S9(4) COMP.
000230     05  JTITLF                PIC X.
000240     05  FILLER REDEFINES JTITLF.
000250         10  JTITLA            PIC X.
000260     05  JTITLI                PIC X(42).
000270     05  JFDATL                PIC S9(4) COMP.
000280     05  JFDATF                PIC X.
000290     05  FILLER REDEFINES JFDATF.
000300         10  JFDATA            PIC X.
000310     05  JFDATI                PIC X(8).
000320     05  JTDATL                PIC S9(4) COMP.
000330     05  JTDATF                PIC X.
000340     05  FILLER REDEFINES JTDATF.
000350         10  JTDATA            PIC X.
000360     05  JTDATI                PIC X(8).
000370     05  JFUSRL                PIC S9(4) COMP.
000380     05  JFUSRF                PIC X.
000390     05  FILLER REDEFINES JFUSRF.
000400         10  JFUSRA            PIC X.
000410     05  JFUSRI                PIC X(8).
000420     05  JFAPPL                PIC S9(4) COMP.
000430     05  JFAPPF                PIC X.
000440     05  FILLER REDEFINES JFAPPF.
000450         10  JFAPPA            PIC X.
000460     05  JFAPPI                PIC X(32).
000470     05  JSEL01L               PIC S9(4) COMP.
000480     05  JSEL01F               PIC X.
000490     05  FILLER REDEFINES JSEL01F.
000500         10  JSEL01A           PIC X.
000510     05  JSEL01I               PIC X(1).
000520     05  JDAT01L               PIC S9(4) COMP.
000530     05  JDAT01F               PIC X.
000540     05  FILLER REDEFINES JDAT01F.
000550         10  JDAT01A           PIC X.
000560     05  JDAT01I               PIC X(8).
000570     05  JTIM01L               PIC S9(4) COMP.
000580     05  JTIM01F               PIC X.
000590     05  FILLER REDEFINES JTIM01F.
000600         10  JTIM01A           PIC X.
000610     05  JTIM01I               PIC X(8).
000620     05  JUID01L               PIC S9(4) COMP.
000630     05  JUID01F               PIC X.
000640     05  FILLER REDEFINES JUID01F.
000650         10  JUID01A           PIC X.
000660     05  JUID01I               PIC X(8).
000670     05  JTRN01L               PIC S9(4) COMP.
000680     05  JTRN01F               PIC X.
000690     05  FILLER REDEFINES JTRN01F.
000700         10  JTRN01A           PIC X.
000710     05  JTRN01I               PIC X(4).
000720     05  JSID01L               PIC S9(4) COMP.
000730     05  JSID01F               PIC X.
000740     05  FILLER REDEFINES JSID01F.
000750         10  JSID01A           PIC X.
000760     05  JSID01I               PIC X(4).
000770     05  JAPP01L               PIC S9(4) COMP.
000780     05  JAPP01F               PIC X.
000790     05  FILLER REDEFINES JAPP01F.
000800         10  JAPP01A           PIC X.
000810     05  JAPP01I               PIC X(16).
000820     05  JCC01L                PIC S9(4) COMP.
000830     05  JCC01F                PIC X.
000840     05  FILLER REDEFINES JCC01F.
000850         10  JCC01A            PIC X.
000860     05  JCC01I                PIC X(4).
000870     05  JRC01L                PIC S9(4) COMP.
000880     05  JRC01F                PIC X.
000890     05  FILLER REDEFINES JRC01F.
000900         10  JRC01A            PIC X.
000910     05  JRC01I                PIC X(5).
000920     05  JSRC01L               PIC S9(4) COMP.
000930     05  JSRC01F               PIC X.
000940     05  FILLER REDEFINES JSRC01F.
000950         10  JSRC01A           PIC X.
000960     05  JSRC01I               PIC X(3).
000970     05  JSEL02L               PIC S9(4) COMP.
000980     05  JSEL02F               PIC X.
000990     05  FILLER REDEFINES JSEL02F.
001000         10  JSEL02A           PIC X.
001010     05  JSEL02I               PIC X(1).
001020     05  JDAT02L               PIC S9(4) COMP.
001030     05  JDAT02F               PIC X.
001040     05  FILLER REDEFINES JDAT02F.
001050         10  JDAT02A           PIC X.
001060     05  JDAT02I               PIC X(8).
001070     05  JTIM02L               PIC S9(4) COMP.
001080     05  JTIM02F               PIC X.
001090     05  FILLER REDEFINES JTIM02F.
001100         10  JTIM02A           PIC X.
001110     05  JTIM02I               PIC X(8).
001120     05  JUID02L               PIC S9(4) COMP.
001130     05  JUID02F               PIC X.
001140     05  FILLER REDEFINES JUID02F.
001150         10  JUID02A           PIC X.
001160     05  JUID02I               PIC X(8).
001170     05  JTRN02L               PIC S9(4) COMP.
001180     05  JTRN02F               PIC X.
001190     05  FILLER REDEFINES JTRN02F.
001200         10  JTRN02A           PIC X.
001210     05  JTRN02I               PIC X(4).
001220     05  JSID02L               PIC S9(4) COMP.
001230     05  JSID02F               PIC X.
001240     05  FILLER REDEFINES JSID02F.
001250         10  JSID02A           PIC X.
001260     05  JSID02I               PIC X(4).
001270     05  JAPP02L               PIC S9(4) COMP.
001280     05  JAPP02F               PIC X.
001290     05  FILLER REDEFINES JAPP02F.
001300         10  JAPP02A           PIC X.
001310     05  JAPP02I               PIC X(16).
001320     05  JCC02L                PIC S9(4) COMP.
001330     05  JCC02F                PIC X.
001340     05  FILLER REDEFINES JCC02F.
001350         10  JCC02A            PIC X.
001360     05  JCC02I                PIC X(4).
001370     05  JRC02L                PIC S9(4) COMP.
001380     05  JRC02F                PIC X.
001390     05  FILLER REDEFINES JRC02F.
001400         10  JRC02A            PIC X.
001410     05  JRC02I                PIC X(5).
001420     05  JSRC02L               PIC S9(4) COMP.
001430     05  JSRC02F               PIC X.
001440     05  FILLER REDEFINES JSRC02F.
001450         10  JSRC02A           PIC X.
001460     05  JSRC02I               PIC X(3).
001470     05  JSEL03L               PIC S9(4) COMP.
001480     05  JSEL03F               PIC X.
001490     05  FILLER REDEFINES JSEL03F.
001500         10  JSEL03A           PIC X.
001510     05  JSEL03I               PIC X(1).
001520     05  JDAT03L               PIC S9(4) COMP.
001530     05  JDAT03F               PIC X.
001540     05  FILLER REDEFINES JDAT03F.
001550         10  JDAT03A           PIC X.
001560     05  JDAT03I               PIC X(8).
001570     05  JTIM03L               PIC S9(4) COMP.
001580     05  JTIM03F               PIC X.
001590     05  FILLER REDEFINES JTIM03F.
001600         10  JTIM03A           PIC X.
001610     05  JTIM03I               PIC X(8).
001620     05  JUID03L               PIC S9(4) COMP.
001630     05  JUID03F               PIC X.
001640     05  FILLER REDEFINES JUID03F.
001650         10  JUID03A           PIC X.
001660     05  JUID03I               PIC X(8).
001670     05  JTRN03L               PIC S9(4) COMP.
001680     05  JTRN03F               PIC X.
001690     05  FILLER REDEFINES JTRN03F.
001700         10  JTRN03A           PIC X.
001710     05  JTRN03I               PIC X(4).
001720     05  JSID03L               PIC S9(4) COMP.
001730     05  JSID03F               PIC X.
001740     05  FILLER REDEFINES JSID03F.
001750         10  JSID03A           PIC X.
001760     05  JSID03I               PIC X(4).
001770     05  JAPP03L               PIC S9(4) COMP.
001780     05  JAPP03F               PIC X.
001790     05  FILLER REDEFINES JAPP03F.
001800         10  JAPP03A           PIC X.
001810     05  JAPP03I               PIC X(16).
001820     05  JCC03L                PIC S9(4) COMP.
001830     05  JCC03F                PIC X.
001840     05  FILLER REDEFINES JCC03F.
001850         10  JCC03A            PIC X.
001860     05  JCC03I                PIC X(4).
001870     05  JRC03L                PIC S9(4) COMP.
001880     05  JRC03F                PIC X.
001890     05  FILLER REDEFINES JRC03F.
001900         10  JRC03A            PIC X.
001910     05  JRC03I                PIC X(5).
001920     05  JSRC03L               PIC S9(4) COMP.
001930     05  JSRC03F               PIC X.
001940     05  FILLER REDEFINES JSRC03F.
001950         10  JSRC03A           PIC X.
001960     05  JSRC03I               PIC X(3).
001970     05  JSEL04L               PIC S9(4) COMP.
001980     05  JSEL04F               PIC X.
001990     05  FILLER REDEFINES JSEL04F.
002000         10  JSEL04A           PIC X.
002010     05  JSEL04I               PIC X(1).
002020     05  JDAT04L               PIC S9(4) COMP.
002030     05  JDAT04F               PIC X.
002040     05  FILLER REDEFINES JDAT04F.
002050         10  JDAT04A           PIC X.
002060     05  JDAT04I               PIC X(8).
002070     05  JTIM04L               PIC S9(4) COMP.
002080     05  JTIM04F               PIC X.
002090     05  FILLER REDEFINES JTIM04F.
002100         10  JTIM04A           PIC X.
002110     05  JTIM04I               PIC X(8).
002120     05  JUID04L               PIC S9(4) COMP.
002130     05  JUID04F               PIC X.
002140     05  FILLER REDEFINES JUID04F.
002150         10  JUID04A           PIC X.
002160     05  JUID04I               PIC X(8).
002170     05  JTRN04L               PIC S9(4) COMP.
002180     05  JTRN04F               PIC X.
002190     05  FILLER REDEFINES JTRN04F.
002200         10  JTRN04A           PIC X.
002210     05  JTRN04I               PIC X(4).
002220     05  JSID04L               PIC S9(4) COMP.
002230     05  JSID04F               PIC X.
002240     05  FILLER REDEFINES JSID04F.
002250         10  JSID04A           PIC X.
002260     05  JSID04I               PIC X(4).
002270     05  JAPP04L               PIC S9(4) COMP.
002280     05  JAPP04F               PIC X.
002290     05  FILLER REDEFINES JAPP04F.
002300         10  JAPP04A           PIC X.
002310     05  JAPP04I               PIC X(16).
002320     05  JCC04L                PIC S9(4) COMP.
002330     05  JCC04F                PIC X.
002340     05  FILLER REDEFINES JCC04F.
002350         10  JCC04A            PIC X.
002360     05  JCC04I                PIC X(4).
002370     05  JRC04L                PIC S9(4) COMP.
002380     05  JRC04F                PIC X.
002390     05  FILLER REDEFINES JRC04F.
002400         10  JRC04A            PIC X.
002410     05  JRC04I                PIC X(5).
002420     05  JSRC04L               PIC S9(4) COMP.
002430     05  JSRC04F               PIC X.
002440     05  FILLER REDEFINES JSRC04F.
002450         10  JSRC04A           PIC X.
002460     05  JSRC04I               PIC X(3).
002470     05  JSEL05L               PIC S9(4) COMP.
002480     05  JSEL05F               PIC X.
002490     05  FILLER REDEFINES JSEL05F.
002500         10  JSEL05A           PIC X.
002510     05  JSEL05I               PIC X(1).
002520     05  JDAT05L               PIC S9(4) COMP.
002530     05  JDAT05F               PIC X.
002540     05  FILLER REDEFINES JDAT05F.
002550         10  JDAT05A           PIC X.
002560     05  JDAT05I               PIC X(8).
002570     05  JTIM05L               PIC S9(4) COMP.
002580     05  JTIM05F               PIC X.
002590     05  FILLER REDEFINES JTIM05F.
002600         10  JTIM05A           PIC X.
002610     05  JTIM05I               PIC X(8).
002620     05  JUID05L               PIC S9(4) COMP.
002630     05  JUID05F               PIC X.
002640     05  FILLER REDEFINES JUID05F.
002650         10  JUID05A           PIC X.
002660     05  JUID05I               PIC X(8).
002670     05  JTRN05L               PIC S9(4) COMP.
002680     05  JTRN05F               PIC X.
002690     05  FILLER REDEFINES JTRN05F.
002700         10  JTRN05A           PIC X.
002710     05  JTRN05I               PIC X(4).
002720     05  JSID05L               PIC S9(4) COMP.
002730     05  JSID05F               PIC X.
002740     05  FILLER REDEFINES JSID05F.
002750         10  JSID05A           PIC X.
002760     05  JSID05I               PIC X(4).
002770     05  JAPP05L               PIC S9(4) COMP.
002780     05  JAPP05F               PIC X.
002790     05  FILLER REDEFINES JAPP05F.
002800         10  JAPP05A           PIC X.
002810     05  JAPP05I               PIC X(16).
002820     05  JCC05L                PIC S9(4) COMP.
002830     05  JCC05F                PIC X.
002840     05  FILLER REDEFINES JCC05F.
002850         10  JCC05A            PIC X.
002860     05  JCC05I                PIC X(4).
002870     05  JRC05L                PIC S9(4) COMP.
002880     05  JRC05F                PIC X.
002890     05  FILLER REDEFINES JRC05F.
002900         10  JRC05A            PIC X.
002910     05  JRC05I                PIC X(5).
002920     05  JSRC05L               PIC S9(4) COMP.
002930     05  JSRC05F               PIC X.
002940     05  FILLER REDEFINES JSRC05F.
002950         10  JSRC05A           PIC X.
002960     05  JSRC05I               PIC X(3).
002970     05  JSEL06L               PIC S9(4) COMP.
002980     05  JSEL06F               PIC X.
002990     05  FILLER REDEFINES JSEL06F.
003000         10  JSEL06A           PIC X.
003010     05  JSEL06I               PIC X(1).
003020     05  JDAT06L               PIC S9(4) COMP.
003030     05  JDAT06F               PIC X.
003040     05  FILLER REDEFINES JDAT06F.
003050         10  JDAT06A           PIC X.
003060     05  JDAT06I               PIC X(8).
003070     05  JTIM06L               PIC S9(4) COMP.
003080     05  JTIM06F               PIC X.
003090     05  FILLER REDEFINES JTIM06F.
003100         10  JTIM06A           PIC X.
003110     05  JTIM06I               PIC X(8).
003120     05  JUID06L               PIC S9(4) COMP.
003130     05  JUID06F               PIC X.
003140     05  FILLER REDEFINES JUID06F.
003150         10  JUID06A           PIC X.
003160     05  JUID06I               PIC X(8).
003170     05  JTRN06L               PIC S9(4) COMP.
003180     05  JTRN06F               PIC X.
003190     05  FILLER REDEFINES JTRN06F.
003200         10  JTRN06A           PIC X.
003210     05  JTRN06I               PIC X(4).
003220     05  JSID06L               PIC S9(4) COMP.
003230     05  JSID06F               PIC X.
003240     05  FILLER REDEFINES JSID06F.
003250         10  JSID06A           PIC X.
003260     05  JSID06I               PIC X(4).
003270     05  JAPP06L               PIC S9(4) COMP.
003280     05  JAPP06F               PIC X.
003290     05  FILLER REDEFINES JAPP06F.
003300         10  JAPP06A           PIC X.
003310     05  JAPP06I               PIC X(16).
003320     05  JCC06L                PIC S9(4) COMP.
003330     05  JCC06F                PIC X.
003340     05  FILLER REDEFINES JCC06F.
003350         10  JCC06A            PIC X.
003360     05  JCC06I                PIC X(4).
003370     05  JRC06L                PIC S9(4) COMP.
003380     05  JRC06F                PIC X.
003390     05  FILLER REDEFINES JRC06F.
003400         10  JRC06A            PIC X.
003410     05  JRC06I                PIC X(5).
003420     05  JSRC06L               PIC S9(4) COMP.
003430     05  JSRC06F               PIC X.
003440     05  FILLER REDEFINES JSRC06F.
003450         10  JSRC06A           PIC X.
003460     05  JSRC06I               PIC X(3).
003470     05  JSEL07L               PIC S9(4) COMP.
003480     05  JSEL07F               PIC X.
003490     05  FILLER REDEFINES JSEL07F.
003500         10  JSEL07A           PIC X.
003510     05  JSEL07I               PIC X(1).
003520     05  JDAT07L               PIC S9(4) COMP.
003530     05  JDAT07F               PIC X.
003540     05  FILLER REDEFINES JDAT07F.
003550         10  JDAT07A           PIC X.
003560     05  JDAT07I               PIC X(8).
003570     05  JTIM07L               PIC S9(4) COMP.
003580     05  JTIM07F               PIC X.
003590     05  FILLER REDEFINES JTIM07F.
003600         10  JTIM07A           PIC X.
003610     05  JTIM07I               PIC X(8).
003620     05  JUID07L               PIC S9(4) COMP.
003630     05  JUID07F               PIC X.
003640     05  FILLER REDEFINES JUID07F.
003650         10  JUID07A           PIC X.
003660     05  JUID07I               PIC X(8).
003670     05  JTRN07L               PIC S9(4) COMP.
003680     05  JTRN07F               PIC X.
003690     05  FILLER REDEFINES JTRN07F.
003700         10  JTRN07A           PIC X.
003710     05  JTRN07I               PIC X(4).
003720     05  JSID07L               PIC S9(4) COMP.
003730     05  JSID07F               PIC X.
003740     05  FILLER REDEFINES JSID07F.
003750         10  JSID07A           PIC X.
003760     05  JSID07I               PIC X(4).
003770     05  JAPP07L               PIC S9(4) COMP.
003780     05  JAPP07F               PIC X.
003790     05  FILLER REDEFINES JAPP07F.
003800         10  JAPP07A           PIC X.
003810     05  JAPP07I               PIC X(16).
003820     05  JCC07L                PIC S9(4) COMP.
003830     05  JCC07F                PIC X.
003840     05  FILLER REDEFINES JCC07F.
003850         10  JCC07A            PIC X.
003860     05  JCC07I                PIC X(4).
003870     05  JRC07L                PIC S9(4) COMP.
003880     05  JRC07F                PIC X.
003890     05  FILLER REDEFINES JRC07F.
003900         10  JRC07A            PIC X.
003910     05  JRC07I                PIC X(5).
003920     05  JSRC07L               PIC S9(4) COMP.
003930     05  JSRC07F               PIC X.
003940     05  FILLER REDEFINES JSRC07F.
003950         10  JSRC07A           PIC X.
003960     05  JSRC07I               PIC X(3).
003970     05  JSEL08L               PIC S9(4) COMP.
003980     05  JSEL08F               PIC X.
003990     05  FILLER REDEFINES JSEL08F.
004000         10  JSEL08A           PIC X.
004010     05  JSEL08I               PIC X(1).
004020     05  JDAT08L               PIC S9(4) COMP.
004030     05  JDAT08F               PIC X.
004040     05  FILLER REDEFINES JDAT08F.
004050         10  JDAT08A           PIC X.
004060     05  JDAT08I               PIC X(8).
004070     05  JTIM08L               PIC S9(4) COMP.
004080     05  JTIM08F               PIC X.
004090     05  FILLER REDEFINES JTIM08F.
004100         10  JTIM08A           PIC X.
004110     05  JTIM08I               PIC X(8).
004120     05  JUID08L               PIC S9(4) COMP.
004130     05  JUID08F               PIC X.
004140     05  FILLER REDEFINES JUID08F.
004150         10  JUID08A           PIC X.
004160     05  JUID08I               PIC X(8).
004170     05  JTRN08L               PIC S9(4) COMP.
004180     05  JTRN08F               PIC X.
004190     05  FILLER REDEFINES JTRN08F.
004200         10  JTRN08A           PIC X.
004210     05  JTRN08I               PIC X(4).
004220     05  JSID08L               PIC S9(4) COMP.
004230     05  JSID08F               PIC X.
004240     05  FILLER REDEFINES JSID08F.
004250         10  JSID08A           PIC X.
004260     05  JSID08I               PIC X(4).
004270     05  JAPP08L               PIC S9(4) COMP.
004280     05  JAPP08F               PIC X.
004290     05  FILLER REDEFINES JAPP08F.
004300         10  JAPP08A           PIC X.
004310     05  JAPP08I               PIC X(16).
004320     05  JCC08L                PIC S9(4) COMP.
004330     05  JCC08F                PIC X.
004340     05  FILLER REDEFINES JCC08F.
004350         10  JCC08A            PIC X.
004360     05  JCC08I                PIC X(4).
004370     05  JRC08L                PIC S9(4) COMP.
004380     05  JRC08F                PIC X.
004390     05  FILLER REDEFINES JRC08F.
004400         10  JRC08A            PIC X.
004410     05  JRC08I                PIC X(5).
004420     05  JSRC08L               PIC S9(4) COMP.
004430     05  JSRC08F               PIC X.
004440     05  FILLER REDEFINES JSRC08F.
004450         10  JSRC08A           PIC X.
004460     05  JSRC08I               PIC X(3).
004470     05  JMSGLNL               PIC S9(4) COMP.
004480     05  JMSGLNF               PIC X.
004490     05  FILLER REDEFINES JMSGLNF.
004500         10  JMSGLNA           PIC X.
004510     05  JMSGLNI               PIC X(79).
004520 01  HBXDJQ1O REDEFINES HBXDJQ1I.
004530     05  FILLER                  PIC X(12).
004540     05  FILLER                  PIC X(3).
004550     05  JTITLO                PIC X(42).
004560     05  FILLER                  PIC X(3).
004570     05  JFDATO                PIC X(8).
004580     05  FILLER                  PIC X(3).
004590     05  JTDATO                PIC X(8).
004600     05  FILLER                  PIC X(3).
004610     05  JFUSRO                PIC X(8).
004620     05  FILLER                  PIC X(3).
004630     05  JFAPPO                PIC X(32).
004640     05  FILLER                  PIC X(3).
004650     05  JSEL01O               PIC X(1).
004660     05  FILLER                  PIC X(3).
004670     05  JDAT01O               PIC X(8).
004680     05  FILLER                  PIC X(3).
004690     05  JTIM01O               PIC X(8).
004700     05  FILLER                  PIC X(3).
004710     05  JUID01O               PIC X(8).
004720     05  FILLER                  PIC X(3).
004730     05  JTRN01O               PIC X(4).
004740     05  FILLER                  PIC X(3).
004750     05  JSID01O               PIC X(4).
004760     05  FILLER                  PIC X(3).
004770     05  JAPP01O               PIC X(16).
004780     05  FILLER                  PIC X(3).
004790     05  JCC01O                PIC X(4).
004800     05  FILLER                  PIC X(3).
004810     05  JRC01O                PIC X(5).
004820     05  FILLER                  PIC X(3).
004830     05  JSRC01O               PIC X(3).
004840     05  FILLER                  PIC X(3).
004850     05  JSEL02O               PIC X(1).
004860     05  FILLER                  PIC X(3).
004870     05  JDAT02O               PIC X(8).
004880     05  FILLER                  PIC X(3).
004890     05  JTIM02O               PIC X(8).
004900     05  FILLER                  PIC X(3).
004910     05  JUID02O               PIC X(8).
004920     05  FILLER                  PIC X(3).
004930     05  JTRN02O               PIC X(4).
004940     05  FILLER                  PIC X(3).
004950     05  JSID02O               PIC X(4).
004960     05  FILLER                  PIC X(3).
004970     05  JAPP02O               PIC X(16).
004980     05  FILLER                  PIC X(3).
004990     05  JCC02O                PIC X(4).
005000     05  FILLER                  PIC X(3).
005010     05  JRC02O                PIC X(5).
005020     05  FILLER                  PIC X(3).
005030     05  JSRC02O               PIC X(3).
005040     05  FILLER                  PIC X(3).
005050     05  JSEL03O               PIC X(1).
005060     05  FILLER                  PIC X(3).
005070     05  JDAT03O               PIC X(8).
005080     05  FILLER                  PIC X(3).
005090     05  JTIM03O               PIC X(8).
005100     05  FILLER                  PIC X(3).
005110     05  JUID03O               PIC X(8).
005120     05  FILLER                  PIC X(3).
005130     05  JTRN03O               PIC X(4).
005140     05  FILLER                  PIC X(3).
005150     05  JSID03O               PIC X(4).
005160     05  FILLER                  PIC X(3).
005170     05  JAPP03O               PIC X(16).
005180     05  FILLER                  PIC X(3).
005190     05  JCC03O                PIC X(4).
005200     05  FILLER                  PIC X(3).
005210     05  JRC03O                PIC X(5).
005220     05  FILLER                  PIC X(3).
005230     05  JSRC03O               PIC X(3).
005240     05  FILLER                  PIC X(3).
005250     05  JSEL04O               PIC X(1).
005260     05  FILLER                  PIC X(3).
005270     05  JDAT04O               PIC X(8).
005280     05  FILLER                  PIC X(3).
005290     05  JTIM04O               PIC X(8).
005300     05  FILLER                  PIC X(3).
005310     05  JUID04O               PIC X(8).
005320     05  FILLER                  PIC X(3).
005330     05  JTRN04O               PIC X(4).
005340     05  FILLER                  PIC X(3).
005350     05  JSID04O               PIC X(4).
005360     05  FILLER                  PIC X(3).
005370     05  JAPP04O               PIC X(16).
005380     05  FILLER                  PIC X(3).
005390     05  JCC04O                PIC X(4).
005400     05  FILLER                  PIC X(3).
005410     05  JRC04O                PIC X(5).
005420     05  FILLER                  PIC X(3).
005430     05  JSRC04O               PIC X(3).
005440     05  FILLER                  PIC X(3).
005450     05  JSEL05O               PIC X(1).
005460     05  FILLER                  PIC X(3).
005470     05  JDAT05O               PIC X(8).
005480     05  FILLER                  PIC X(3).
005490     05  JTIM05O               PIC X(8).
005500     05  FILLER                  PIC X(3).
005510     05  JUID05O               PIC X(8).
005520     05  FILLER                  PIC X(3).
005530     05  JTRN05O               PIC X(4).
005540     05  FILLER                  PIC X(3).
005550     05  JSID05O               PIC X(4).
005560     05  FILLER                  PIC X(3).
005570     05  JAPP05O               PIC X(16).
005580     05  FILLER                  PIC X(3).
005590     05  JCC05O                PIC X(4).
005600     05  FILLER                  PIC X(3).
005610     05  JRC05O                PIC X(5).
005620     05  FILLER                  PIC X(3).
005630     05  JSRC05O               PIC X(3).
005640     05  FILLER                  PIC X(3).
005650     05  JSEL06O               PIC X(1).
005660     05  FILLER                  PIC X(3).
005670     05  JDAT06O               PIC X(8).
005680     05  FILLER                  PIC X(3).
005690     05  JTIM06O               PIC X(8).
005700     05  FILLER                  PIC X(3).
005710     05  JUID06O               PIC X(8).
005720     05  FILLER                  PIC X(3).
005730     05  JTRN06O               PIC X(4).
005740     05  FILLER                  PIC X(3).
005750     05  JSID06O               PIC X(4).
005760     05  FILLER                  PIC X(3).
005770     05  JAPP06O               PIC X(16).
005780     05  FILLER                  PIC X(3).
005790     05  JCC06O                PIC X(4).
005800     05  FILLER                  PIC X(3).
005810     05  JRC06O                PIC X(5).
005820     05  FILLER                  PIC X(3).
005830     05  JSRC06O               PIC X(3).
005840     05  FILLER                  PIC X(3).
005850     05  JSEL07O               PIC X(1).
005860     05  FILLER                  PIC X(3).
005870     05  JDAT07O               PIC X(8).
005880     05  FILLER                  PIC X(3).
005890     05  JTIM07O               PIC X(8).
005900     05  FILLER                  PIC X(3).
005910     05  JUID07O               PIC X(8).
005920     05  FILLER                  PIC X(3).
005930     05  JTRN07O               PIC X(4).
005940     05  FILLER                  PIC X(3).
005950     05  JSID07O               PIC X(4).
005960     05  FILLER                  PIC X(3).
005970     05  JAPP07O               PIC X(16).
005980     05  FILLER                  PIC X(3).
005990     05  JCC07O                PIC X(4).
006000     05  FILLER                  PIC X(3).
006010     05  JRC07O                PIC X(5).
006020     05  FILLER                  PIC X(3).
006030     05  JSRC07O               PIC X(3).
006040     05  FILLER                  PIC X(3).
006050     05  JSEL08O               PIC X(1).
006060     05  FILLER                  PIC X(3).
006070     05  JDAT08O               PIC X(8).
006080     05  FILLER                  PIC X(3).
006090     05  JTIM08O               PIC X(8).
006100     05  FILLER                  PIC X(3).
006110     05  JUID08O               PIC X(8).
006120     05  FILLER                  PIC X(3).
006130     05  JTRN08O               PIC X(4).
006140     05  FILLER                  PIC X(3).
006150     05  JSID08O               PIC X(4).
006160     05  FILLER                  PIC X(3).
006170     05  JAPP08O               PIC X(16).
006180     05  FILLER                  PIC X(3).
006190     05  JCC08O                PIC X(4).
006200     05  FILLER                  PIC X(3).
006210     05  JRC08O                PIC X(5).
006220     05  FILLER                  PIC X(3).
006230     05  JSRC08O               PIC X(3).
006240     05  FILLER                  PIC X(3).
006250     05  JMSGLNO               PIC X(79).
006260 01  HBXDJQ2I.
006270     05  FILLER                  PIC X(12).
006280     05  KTITLL                PIC S9(4) COMP.
006290     05  KTITLF                PIC X.
006300     05  FILLER REDEFINES KTITLF.
006310         10  KTITLA            PIC X.
006320     05  KTITLI                PIC X(42).
006330     05  KKDATL                PIC S9(4) COMP.
006340     05  KKDATF                PIC X.
006350     05  FILLER REDEFINES KKDATF.
006360         10  KKDATA            PIC X.
006370     05  KKDATI                PIC X(8).
006380     05  KKTIML                PIC S9(4) COMP.
006390     05  KKTIMF                PIC X.
006400     05  FILLER REDEFINES KKTIMF.
006410         10  KKTIMA            PIC X.
006420     05  KKTIMI                PIC X(8).
006430     05  KKTRML                PIC S9(4) COMP.
006440     05  KKTRMF                PIC X.
006450     05  FILLER REDEFINES KKTRMF.
006460         10  KKTRMA            PIC X.
006470     05  KKTRMI                PIC X(4).
006480     05  KKUSRL                PIC S9(4) COMP.
006490     05  KKUSRF                PIC X.
006500     05  FILLER REDEFINES KKUSRF.
006510         10  KKUSRA            PIC X.
006520     05  KKUSRI                PIC X(8).
006530     05  KREGL                 PIC S9(4) COMP.
006540     05  KREGF                 PIC X.
006550     05  FILLER REDEFINES KREGF.
006560         10  KREGA             PIC X.
006570     05  KREGI                 PIC X(8).
006580     05  KTRNL                 PIC S9(4) COMP.
006590     05  KTRNF                 PIC X.
006600     05  FILLER REDEFINES KTRNF.
006610         10  KTRNA             PIC X.
006620     05  KTRNI                 PIC X(4).
006630     05  KPGML                 PIC S9(4) COMP.
006640     05  KPGMF                 PIC X.
006650     05  FILLER REDEFINES KPGMF.
006660         10  KPGMA             PIC X.
006670     05  KPGMI                 PIC X(8).
006680     05  KCUSRL                PIC S9(4) COMP.
006690     05  KCUSRF                PIC X.
006700     05  FILLER REDEFINES KCUSRF.
006710         10  KCUSRA            PIC X.
006720     05  KCUSRI                PIC X(8).
006730     05  KSIDL                 PIC S9(4) COMP.
006740     05  KSIDF                 PIC X.
006750     05  FILLER REDEFINES KSIDF.
006760         10  KSIDA             PIC X.
006770     05  KSIDI                 PIC X(4).
006780     05  KAPPL                 PIC S9(4) COMP.
006790     05  KAPPF                 PIC X.
006800     05  FILLER REDEFINES KAPPF.
006810         10  KAPPA             PIC X.
006820     05  KAPPI                 PIC X(32).
006830     05  KCCL                  PIC S9(4) COMP.
006840     05  KCCF                  PIC X.
006850     05  FILLER REDEFINES KCCF.
006860         10  KCCA              PIC X.
006870     05  KCCI                  PIC X(4).
006880     05  KRCL                  PIC S9(4) COMP.
006890     05  KRCF                  PIC X.
006900     05  FILLER REDEFINES KRCF.
006910         10  KRCA              PIC X.
006920     05  KRCI                  PIC X(5).
006930     05  KSRCL                 PIC S9(4) COMP.
006940     05  KSRCF                 PIC X.
006950     05  FILLER REDEFINES KSRCF.
006960         10  KSRCA             PIC X.
006970     05  KSRCI                 PIC X(16).
006980     05  KRPLL                 PIC S9(4) COMP.
006990     05  KRPLF                 PIC X.
007000     05  FILLER REDEFINES KRPLF.
007010         10  KRPLA             PIC X.
007020     05  KRPLI                 PIC X(1).
007030     05  KIPAGEL               PIC S9(4) COMP.
007040     05  KIPAGEF               PIC X.
007050     05  FILLER REDEFINES KIPAGEF.
007060         10  KIPAGEA           PIC X.
007070     05  KIPAGEI               PIC X(13).
007080     05  KIPRM1L               PIC S9(4) COMP.
007090     05  KIPRM1F               PIC X.
007100     05  FILLER REDEFINES KIPRM1F.
007110         10  KIPRM1A           PIC X.
007120     05  KIPRM1I               PIC X(76).
007130     05  KIPRM2L               PIC S9(4) COMP.
007140     05  KIPRM2F               PIC X.
007150     05  FILLER REDEFINES KIPRM2F.
007160         10  KIPRM2A           PIC X.
007170     05  KIPRM2I               PIC X(76).
007180     05  KIPRM3L               PIC S9(4) COMP.
007190     05  KIPRM3F               PIC X.
007200     05  FILLER REDEFINES KIPRM3F.
007210         10  KIPRM3A           PIC X.
007220     05  KIPRM3I               PIC X(76).
007230     05  KIPRM4L               PIC S9(4) COMP.
007240     05  KIPRM4F               PIC X.
007250     05  FILLER REDEFINES KIPRM4F.
007260         10  KIPRM4A           PIC X.
007270     05  KIPRM4I               PIC X(76).
007280     05  KIPRM5L               PIC S9(4) COMP.
007290     05  KIPRM5F               PIC X.
007300     05  FILLER REDEFINES KIPRM5F.
007310         10  KIPRM5A           PIC X.
007320     05  KIPRM5I               PIC X(76).
007330     05  KOPAGEL               PIC S9(4) COMP.
007340     05  KOPAGEF               PIC X.
007350     05  FILLER REDEFINES KOPAGEF.
007360         10  KOPAGEA           PIC X.
007370     05  KOPAGEI               PIC X(13).
007380     05  KOPRM1L               PIC S9(4) COMP.
007390     05  KOPRM1F               PIC X.
007400     05  FILLER REDEFINES KOPRM1F.
007410         10  KOPRM1A           PIC X.
007420     05  KOPRM1I               PIC X(76).
007430     05  KOPRM2L               PIC S9(4) COMP.
007440     05  KOPRM2F               PIC X.
007450     05  FILLER REDEFINES KOPRM2F.
007460         10  KOPRM2A           PIC X.
007470     05  KOPRM2I               PIC X(76).
007480     05  KOPRM3L               PIC S9(4) COMP.
007490     05  KOPRM3F               PIC X.
007500     05  FILLER REDEFINES KOPRM3F.
007510         10  KOPRM3A           PIC X.
007520     05  KOPRM3I               PIC X(76).
007530     05  KOPRM4L               PIC S9(4) COMP.
007540     05  KOPRM4F               PIC X.
007550     05  FILLER REDEFINES KOPRM4F.
007560         10  KOPRM4A           PIC X.
007570     05  KOPRM4I               PIC X(76).
007580     05  KOPRM5L               PIC S9(4) COMP.
007590     05  KOPRM5F               PIC X.
007600     05  FILLER REDEFINES KOPRM5F.
007610         10  KOPRM5A           PIC X.
007620     05  KOPRM5I               PIC X(76).
007630     05  KMSGLNL               PIC S9(4) COMP.
007640     05  KMSGLNF               PIC X.
007650     05  FILLER REDEFINES KMSGLNF.
007660         10  KMSGLNA           PIC X.
007670     05  KMSGLNI               PIC X(79).
007680 01  HBXDJQ2O REDEFINES HBXDJQ2I.
007690     05  FILLER                  PIC X(12).
007700     05  FILLER                  PIC X(3).
007710     05  KTITLO                PIC X(42).
007720     05  FILLER                  PIC X(3).
007730     05  KKDATO                PIC X(8).
007740     05  FILLER                  PIC X(3).
007750     05  KKTIMO                PIC X(8).
007760     05  FILLER                  PIC X(3).
007770     05  KKTRMO                PIC X(4).
007780     05  FILLER                  PIC X(3).
007790     05  KKUSRO                PIC X(8).
007800     05  FILLER                  PIC X(3).
007810     05  KREGO                 PIC X(8).
007820     05  FILLER                  PIC X(3).
007830     05  KTRNO                 PIC X(4).
007840     05  FILLER                  PIC X(3).
007850     05  KPGMO                 PIC X(8).
007860     05  FILLER                  PIC X(3).
007870     05  KCUSRO                PIC X(8).
007880     05  FILLER                  PIC X(3).
007890     05  KSIDO                 PIC X(4).
007900     05  FILLER                  PIC X(3).
007910     05  KAPPO                 PIC X(32).
007920     05  FILLER                  PIC X(3).
007930     05  KCCO                  PIC X(4).
007940     05  FILLER                  PIC X(3).
007950     05  KRCO                  PIC X(5).
007960     05  FILLER                  PIC X(3).
007970     05  KSRCO                 PIC X(16).
007980     05  FILLER                  PIC X(3).
007990     05  KRPLO                 PIC X(1).
008000     05  FILLER                  PIC X(3).
008010     05  KIPAGEO               PIC X(13).
008020     05  FILLER                  PIC X(3).
008030     05  KIPRM1O               PIC X(76).
008040     05  FILLER                  PIC X(3).
008050     05  KIPRM2O               PIC X(76).
008060     05  FILLER                  PIC X(3).
008070     05  KIPRM3O               PIC X(76).
008080     05  FILLER                  PIC X(3).
008090     05  KIPRM4O               PIC X(76).
008100     05  FILLER                  PIC X(3).
008110     05  KIPRM5O               PIC X(76).
008120     05  FILLER                  PIC X(3).
008130     05  KOPAGEO               PIC X(13).
008140     05  FILLER                  PIC X(3).
008150     05  KOPRM1O               PIC X(76).
008160     05  FILLER                  PIC X(3).
008170     05  KOPRM2O               PIC X(76).
008180     05  FILLER                  PIC X(3).
008190     05  KOPRM3O               PIC X(76).
008200     05  FILLER                  PIC X(3).
008210     05  KOPRM4O               PIC X(76).
008220     05  FILLER                  PIC X(3).
008230     05  KOPRM5O               PIC X(76).
008240     05  FILLER                  PIC X(3).
008250     05  KMSGLNO               PIC X(79).
