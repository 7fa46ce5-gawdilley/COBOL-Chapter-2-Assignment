000010 IDENTIFICATION DIVISION.                                         00001001
000020 PROGRAM-ID. UTIL2008.                                            00001001
000030***************************************************************** 00001001
000040*  Programmer.:Gabriel Dilley                                     00001001
000050*  Date.......:October 14, 2026                                   00001001
000060*  GitHub URL.:                                                   00001001
000070*  Description:Meter-reading route download.  Run the morning     00001001
000080*              of a read day, before the readers leave the        00001001
000090*              yard.  Every account in a cycle the CYCLCAL        00001001
000100*              calendar schedules to read that day is matched     00001001
000110*              to its meter on METERMST, and one download         00002001
000120*              record per meter is written to RTEDNLD for the     00002001
000130*              handheld units, in route and walk-sequence         00002001
000140*              order.  Each record carries the meter number,      00002001
000150*              dial count and last actual read, and the low and   00002001
000160*              high current-read limits expected from the         00002001
000170*              account's retained usage history (AUDITH) for      00002001
000180*              the season, so a read outside the range is         00002001
000190*              questioned at the meter instead of coming back     00002001
000200*              as a misread.  RTESHEET lists the exceptions to    00002001
000210*              clear before the routes go out (closed accounts,   00003001
000220*              accounts with no meter on METERMST, meters with    00003001
000230*              no route, meters whose account is not on           00003001
000240*              CUSTMAST), then the route sheet and a summary of   00003001
000250*              meters per route.                                  00003001
000260***************************************************************** 00003001
000270*  MODIFICATION HISTORY                                           00003001
000280*  ---------------------------------------------------------      00003001
000290*  DATE       INIT  DESCRIPTION                                   00003001
000300*  ---------------------------------------------------------      00003001
000310*  10/14/2026 GD    Initial version.                              00004001
000311*  10/15/2026 GD    PARMFIL layout sync - reconnect fee and       00004001
000312*                   reinstatement threshold (read by              00004001
000313*                   UTIL2055/UTIL2030) carved from the            00004001
000314*                   trailing filler.                              00004001
000315*  10/15/2026 GD    Disconnected accounts (CUSTMAST status D/F/S, 00004001
000316*                   set by UTIL2055) list as exceptions and are   00004001
000317*                   left off the download like closed ones.       00004001
000318*  10/15/2026 GD    AUDITH is indexed by account, run date and    00004001
000319*                   run time - each account's history is read     00004001
000320*                   from its own first key, up to the read        00004001
000321*                   date, instead of matched in one pass.         00004001
000322*  10/15/2026 GD    History is gathered only for an account       00004001
000323*                   going on a route - not-due, closed and        00004001
000324*                   exception accounts read no AUDITH keys.       00004001
000325***************************************************************** 00004001
000330                                                                  00004001
000340 ENVIRONMENT DIVISION.                                            00004001
000350 INPUT-OUTPUT SECTION.                                            00004001
000360 FILE-CONTROL.                                                    00004001
000370*  Optional read-date card - absent, the download is for the      00004001
000380*  cycles scheduled to read today.  Mounted to build a route      00004001
000390*  ahead of time (a Monday route on Friday).                      00004001
000400     SELECT RTEPARM ASSIGN TO "RTEPARM"                           00004001
000410         ORGANIZATION IS LINE SEQUENTIAL                          00005001
000420         FILE STATUS IS WS-RTEPARM-STATUS.                        00005001
000430                                                                  00005001
000440*  The bill run's parameter card - its high-bill swing percent    00005001
000450*  sets the width of the expected-read window.  Optional.         00005001
000460     SELECT PARMFIL ASSIGN TO "PARMFIL"                           00005001
000470         ORGANIZATION IS LINE SEQUENTIAL                          00005001
000480         FILE STATUS IS WS-PARMFIL-STATUS.                        00005001
000490                                                                  00005001
000500*  Billing-cycle calendar - the cycles due to read on the read    00005001
000510*  date.                                                          00006001
000520     SELECT CYCLCAL ASSIGN TO "CYCLCAL"                           00006001
000530         ORGANIZATION IS LINE SEQUENTIAL                          00006001
000540         FILE STATUS IS WS-CYCLCAL-STATUS.                        00006001
000550                                                                  00006001
000560*  Meter master - meter, owning account, dial count, read route   00006001
000570*  and walk sequence, and the last actual read posted by the      00006001
000580*  meter-reading run.  Loaded into a table at run start.          00006001
000590     SELECT METERMST ASSIGN TO "METERMST"                         00006001
000600         ORGANIZATION IS LINE SEQUENTIAL                          00006001
000610         FILE STATUS IS WS-METERMST-STATUS.                       00007001
000620                                                                  00007001
000630*  Customer master - cycle, status, plan, name and address.       00007001
000640     SELECT CUSTMAST ASSIGN TO "CUSTMAST"                         00007001
000650         ORGANIZATION IS LINE SEQUENTIAL                          00007001
000660         FILE STATUS IS WS-CUSTMAST-STATUS.                       00007001
000670                                                                  00007001
000680*  Retained audit history, keyed by account, run date and run     00007001
000686*  time - the usage the expected reads come from.  Absent on a    00007001
000692*  first cycle.                                                   00007001
000698     SELECT AUDITH ASSIGN TO "AUDITH"                             00007001
000704         ORGANIZATION IS INDEXED                                  00007001
000710         ACCESS MODE IS DYNAMIC                                   00007001
000716         RECORD KEY IS AH-KEY                                     00007001
000722         FILE STATUS IS WS-AUDITH-STATUS.                         00007001
000730                                                                  00008001
000740*  Route download for the handheld units - one record per meter   00008001
000750*  to read, in route and walk-sequence order.                     00008001
000760     SELECT RTEDNLD ASSIGN TO "RTEDNLD"                           00008001
000770         ORGANIZATION IS LINE SEQUENTIAL                          00008001
000780         FILE STATUS IS WS-RTEDNLD-STATUS.                        00008001
000790                                                                  00008001
000800*  Route sheet - exceptions, the routes, meters per route.        00008001
000810     SELECT RTESHEET ASSIGN TO "RTESHEET"                         00009001
000820         ORGANIZATION IS LINE SEQUENTIAL                          00009001
000830         FILE STATUS IS WS-RTESHEET-STATUS.                       00009001
000840                                                                  00009001
000850 DATA DIVISION.                                                   00009001
000860 FILE SECTION.                                                    00009001
000870                                                                  00009001
000880 FD  RTEPARM                                                      00009001
000890     RECORDING MODE IS F.                                         00009001
000900 01  RP-RECORD.                                                   00009001
000910*    BUILD THE DOWNLOAD FOR THE CYCLES READING ON THIS DATE.      00010001
000920     05  RP-READ-DATE             PIC X(08).                      00010001
000930     05  RP-READ-DATE-N REDEFINES RP-READ-DATE                    00010001
000940                                  PIC 9(08).                      00010001
000950     05  FILLER                   PIC X(72).                      00010001
000960                                                                  00010001
000970 FD  PARMFIL                                                      00010001
000980     RECORDING MODE IS F.                                         00010001
000990 01  PM-RECORD.                                                   00010001
001000     05  PM-RUN-MODE              PIC X(05).                      00010001
001010     05  PM-HIBILL-PCT            PIC X(03).                      00011001
001020     05  PM-HIBILL-PCT-N REDEFINES PM-HIBILL-PCT                  00011001
001030                                  PIC 9(03).                      00011001
001040     05  PM-TRUEUP-FLAG           PIC X(01).                      00011001
001050     05  PM-REFUND-MIN            PIC X(09).                      00011001
001060     05  PM-REFUND-DAYS           PIC X(03).                      00011001
001070     05  PM-BILL-CYCLE            PIC X(02).                      00011001
001080     05  PM-RECONN-FEE            PIC X(09).                      00011001
001081     05  PM-REINSTATE-AMT         PIC X(09).                      00011001
001082     05  FILLER                   PIC X(39).                      00011001
001090                                                                  00011001
001100 FD  CYCLCAL                                                      00011001
001110     RECORDING MODE IS F.                                         00012001
001120 01  CC-RECORD.                                                   00012001
001130     05  CC-BILL-CYCLE            PIC X(02).                      00012001
001140     05  CC-READ-DATE             PIC 9(08).                      00012001
001150     05  CC-BILL-DATE             PIC 9(08).                      00012001
001160     05  FILLER                   PIC X(12).                      00012001
001170                                                                  00012001
001180 FD  METERMST                                                     00012001
001190     RECORDING MODE IS F.                                         00012001
001200 01  MM-RECORD.                                                   00012001
001210     05  MM-METER-NO              PIC X(08).                      00013001
001220     05  MM-ACCOUNT-NO            PIC 9(06).                      00013001
001230     05  MM-INSTALL-DATE          PIC 9(08).                      00013001
001240     05  MM-DIAL-COUNT            PIC 9(01).                      00013001
001250*    READ ROUTE AND WALK SEQUENCE WITHIN THE ROUTE.               00013001
001260     05  MM-ROUTE                 PIC X(04).                      00013001
001270     05  MM-ROUTE-SEQ             PIC X(03).                      00013001
001280*    LAST ACTUAL READ OF THE (BASE) REGISTER AND ITS READ DATE -  00013001
001290*    BLANK UNTIL THE METER'S FIRST GOOD READ POSTS.               00013001
001300     05  MM-LAST-READ             PIC X(05).                      00013001
001310     05  MM-LAST-READ-DATE        PIC X(08).                      00014001
001320     05  FILLER                   PIC X(07).                      00014001
001330                                                                  00014001
001340 FD  CUSTMAST                                                     00014001
001350     RECORDING MODE IS F.                                         00014001
001360 01  CM-RECORD.                                                   00014001
001370     05  CM-ACCOUNT-NO            PIC 9(06).                      00014001
001380     05  CM-CUST-NAME             PIC X(20).                      00014001
001390     05  CM-ADDR-LINE1            PIC X(25).                      00014001
001400     05  CM-ADDR-LINE2            PIC X(25).                      00014001
001410     05  CM-CITY-ST-ZIP           PIC X(25).                      00015001
001420     05  CM-KWH-USED              PIC S9(05)                      00015001
001430                                  SIGN LEADING SEPARATE.          00015001
001440     05  CM-SERVICE-FEE           PIC 9(03)V99.                   00015001
001450     05  CM-RATE-PLAN-CODE        PIC X(01).                      00015001
001460     05  CM-BILLING-DAYS          PIC 9(02).                      00015001
001470     05  CM-BILL-DATE             PIC 9(08).                      00015001
001480     05  CM-TAX-JURIS             PIC X(02).                      00015001
001490     05  CM-BUDGET-PLAN           PIC X(01).                      00015001
001500     05  CM-EST-FLAG              PIC X(01).                      00015001
001510     05  CM-ACCT-STATUS           PIC X(01).                      00016001
001520         88  CM-CLOSED                        VALUE 'C'.          00016001
001521         88  CM-DISCONNECTED                  VALUE 'D' 'F' 'S'.  00016001
001530     05  CM-PEAK-KWH              PIC S9(05)                      00016001
001540                                  SIGN LEADING SEPARATE.          00016001
001550     05  CM-EBILL-FLAG            PIC X(01).                      00016001
001560     05  CM-EST-KWH-TOT           PIC X(05).                      00016001
001570     05  CM-BILL-CYCLE            PIC X(02).                      00016001
001580     05  CM-NET-METER             PIC X(01).                      00016001
001590     05  CM-KWH-RECVD             PIC X(05).                      00016001
001600 01  CT-RECORD.                                                   00016001
001610     05  CT-TRAILER-ID            PIC X(06).                      00017001
001620         88  CT-TRAILER                       VALUE '999999'.     00017001
001630     05  CT-LABEL                 PIC X(08).                      00017001
001640     05  CT-RECORD-COUNT          PIC 9(06).                      00017001
001650     05  FILLER                   PIC X(128).                     00017001
001660                                                                  00017001
001670 FD  AUDITH                                                       00017001
001678     RECORD CONTAINS 153 CHARACTERS.                              00017001
001686 01  AH-RECORD.                                                   00017001
001694     05  AH-KEY.                                                  00017001
001702         10  AH-ACCOUNT-NO        PIC 9(06).                      00017001
001710         10  AH-RUN-DATE          PIC 9(08).                      00017001
001718         10  AH-RUN-TIME          PIC 9(08).                      00017001
001730     05  AH-KWH-USED              PIC 9(05).                      00018001
001740     05  FILLER                   PIC X(81).                      00018001
001750     05  AH-PEAK-KWH              PIC 9(05).                      00018001
001760     05  FILLER                   PIC X(14).                      00018001
001770     05  AH-BILL-TYPE             PIC X(01).                      00018001
001780         88  AH-TYPE-CANCELLED                VALUE 'C' 'X'.      00018001
001790     05  AH-REF-DATE              PIC X(08).                      00018001
001800*    DELIVERED KWH - BLANK ON ROWS WRITTEN BEFORE NET             00018001
001810*    METERING, WHEN AH-KWH-USED WAS THE DELIVERED KWH.            00019001
001820     05  AH-KWH-DELIVERED         PIC 9(05).                      00019001
001830     05  FILLER                   PIC X(12).                      00019001
001840                                                                  00019001
001850 FD  RTEDNLD                                                      00019001
001860     RECORDING MODE IS F.                                         00019001
001870 01  RD-RECORD.                                                   00019001
001880     05  RD-ROUTE                 PIC X(04).                      00019001
001890     05  RD-ROUTE-SEQ             PIC X(03).                      00019001
001900     05  RD-ACCOUNT-NO            PIC 9(06).                      00019001
001910     05  RD-METER-NO              PIC X(08).                      00020001
001920     05  RD-DIAL-COUNT            PIC 9(01).                      00020001
001930     05  RD-LAST-READ             PIC X(05).                      00020001
001940     05  RD-LAST-READ-DATE        PIC X(08).                      00020001
001950*    Y - THE HANDHELD QUESTIONS A CURRENT READ OUTSIDE LOW/HIGH.  00020001
001960*    A LOW LIMIT ABOVE THE HIGH LIMIT IS A WINDOW THAT WRAPS      00020001
001970*    THROUGH ZERO ON THE REGISTER.  N - NO HISTORY OR NO LAST     00020001
001980*    READ TO COUNT FROM; THE READ IS TAKEN UNCHECKED.             00020001
001990     05  RD-LIMIT-FLAG            PIC X(01).                      00020001
002000         88  RD-LIMITS-SET                    VALUE 'Y'.          00020001
002010     05  RD-LOW-READ              PIC 9(06).                      00021001
002020     05  RD-HIGH-READ             PIC 9(06).                      00021001
002030     05  RD-EXPECTED-KWH          PIC 9(05).                      00021001
002040     05  RD-CUST-NAME             PIC X(20).                      00021001
002050     05  RD-SERVICE-ADDR          PIC X(25).                      00021001
002060     05  RD-BILL-CYCLE            PIC X(02).                      00021001
002070     05  RD-READ-DATE             PIC 9(08).                      00021001
002080     05  FILLER                   PIC X(12).                      00021001
002090                                                                  00021001
002100 FD  RTESHEET                                                     00021001
002110     RECORDING MODE IS F.                                         00022001
002120 01  RS-LINE                      PIC X(132).                     00022001
002130                                                                  00022001
002140 WORKING-STORAGE SECTION.                                         00022001
002150                                                                  00022001
002160***************************************************************** 00022001
002170* FILE STATUS / SWITCHES                                          00022001
002180***************************************************************** 00022001
002190 01  WS-RTEPARM-STATUS           PIC X(02)   VALUE '00'.          00022001
002200     88  WS-RTEPARM-NOTFOUND                 VALUE '35'.          00022001
002210 01  WS-PARMFIL-STATUS           PIC X(02)   VALUE '00'.          00023001
002220     88  WS-PARMFIL-NOTFOUND                 VALUE '35'.          00023001
002230 01  WS-CYCLCAL-STATUS           PIC X(02)   VALUE '00'.          00023001
002240     88  WS-CYCLCAL-EOF                      VALUE '10'.          00023001
002250 01  WS-METERMST-STATUS          PIC X(02)   VALUE '00'.          00023001
002260     88  WS-METERMST-EOF                     VALUE '10'.          00023001
002270 01  WS-CUSTMAST-STATUS          PIC X(02)   VALUE '00'.          00023001
002280 01  WS-AUDITH-STATUS            PIC X(02)   VALUE '00'.          00023001
002290     88  WS-AUDITH-NOTFOUND                  VALUE '35'.          00023001
002300 01  WS-RTEDNLD-STATUS           PIC X(02)   VALUE '00'.          00023001
002310 01  WS-RTESHEET-STATUS          PIC X(02)   VALUE '00'.          00024001
002320                                                                  00024001
002330 01  WS-CM-EOF-SW                PIC X(01)   VALUE 'N'.           00024001
002340     88  WS-CM-EOF                           VALUE 'Y'.           00024001
002350 01  WS-AUDITH-OPEN-SW           PIC X(01)   VALUE 'N'.           00024001
002360     88  WS-AUDITH-OPEN                      VALUE 'Y'.           00024001
002370 01  WS-DUE-SW                   PIC X(01)   VALUE 'N'.           00024001
002380     88  WS-CYCLE-DUE                        VALUE 'Y'.           00024001
002390 01  WS-LEAP-SW                  PIC X(01)   VALUE 'N'.           00024001
002400     88  WS-LEAP-YEAR                        VALUE 'Y'.           00024001
002410 01  WS-SLOT-SW                  PIC X(01)   VALUE 'N'.           00025001
002420     88  WS-SLOT-FOUND                       VALUE 'Y'.           00025001
002430                                                                  00025001
002440***************************************************************** 00025001
002450* MATCH KEYS - HIGH-VALUES AT END OF FILE.                        00025001
002460***************************************************************** 00025001
002470 01  WS-CM-KEY                   PIC X(06)   VALUE LOW-VALUES.    00025001
002480 01  WS-AH-KEY                   PIC X(06)   VALUE LOW-VALUES.    00025001
002490                                                                  00025001
002500***************************************************************** 00025001
002510* READ DATE AND ITS SEASON                                        00026001
002520***************************************************************** 00026001
002530 01  WS-RUN-DATE                 PIC 9(08)   VALUE 0.             00026001
002540 01  WS-READ-DATE                PIC 9(08)   VALUE 0.             00026001
002550 01  WS-READ-SEASON              PIC X(01)   VALUE SPACE.         00026001
002560 01  WS-DATE-WORK.                                                00026001
002570     05  WS-DW-YEAR               PIC 9(04).                      00026001
002580     05  WS-DW-MONTH              PIC 9(02).                      00026001
002590     05  WS-DW-DAY                PIC 9(02).                      00026001
002600 01  WS-DATE-WORK-N REDEFINES WS-DATE-WORK                        00026001
002610                                 PIC 9(08).                       00027001
002620 01  WS-LEAP-4                   PIC 9(04)   VALUE 0.             00027001
002630 01  WS-LEAP-100                 PIC 9(04)   VALUE 0.             00027001
002640 01  WS-LEAP-400                 PIC 9(04)   VALUE 0.             00027001
002650 01  WS-LEAP-REM-4               PIC 9(04)   VALUE 0.             00027001
002660 01  WS-LEAP-REM-100             PIC 9(04)   VALUE 0.             00027001
002670 01  WS-LEAP-REM-400             PIC 9(04)   VALUE 0.             00027001
002680 01  WS-MONTH-LAST-DAY           PIC 9(02)   VALUE 0.             00027001
002690                                                                  00027001
002700*    DAYS IN EACH MONTH IN A COMMON YEAR.                         00027001
002710 01  WS-MONTH-DAYS-VALUES        PIC X(24)                        00028001
002720                                 VALUE '312831303130313130313031'.00028001
002730 01  WS-MONTH-DAYS-TABLE REDEFINES WS-MONTH-DAYS-VALUES.          00028001
002740     05  WS-MONTH-DAYS            PIC 9(02) OCCURS 12 TIMES.      00028001
002750                                                                  00028001
002760*    SEASON OF EACH MONTH - SUMMER (S) IS JUNE THROUGH            00028001
002770*    SEPTEMBER, WHEN COOLING LOAD DRIVES USAGE; THE REST OF       00028001
002780*    THE YEAR IS WINTER (W).                                      00028001
002790 01  WS-SEASON-VALUES            PIC X(12)   VALUE 'WWWWWSSSSWWW'.00028001
002800 01  WS-SEASON-TABLE REDEFINES WS-SEASON-VALUES.                  00028001
002810     05  WS-SEASON-OF-MONTH       PIC X(01) OCCURS 12 TIMES.      00029001
002820                                                                  00029001
002830***************************************************************** 00029001
002840* EXPECTED-READ WINDOW - THE SAME SWING PERCENT THE BILL RUN      00029001
002850* HOLDS A HIGH BILL ON (DEFAULT 50 PERCENT), EITHER SIDE OF       00029001
002860* THE EXPECTED USAGE.                                             00029001
002870***************************************************************** 00029001
002880 01  WS-HIBILL-PCT               PIC 9(03)   VALUE 050.           00029001
002890                                                                  00029001
002900***************************************************************** 00029001
002910* CYCLES THE CALENDAR SCHEDULES TO READ ON THE READ DATE.         00030001
002920***************************************************************** 00030001
002930 01  WS-DUE-COUNT                PIC 9(02)   VALUE 0.             00030001
002940 01  WS-DUE-TABLE.                                                00030001
002950     05  WS-DUE-CYCLE             PIC X(02)   OCCURS 20 TIMES.    00030001
002960 01  WS-DUE-IDX                  PIC 9(02)   VALUE 0.             00030001
002970                                                                  00030001
002980***************************************************************** 00030001
002990* METER MASTER TABLE.  WS-MM-ON-CUST IS SET WHEN THE METER'S      00030001
003000* ACCOUNT TURNS UP ON CUSTMAST; A METER LEFT UNMARKED BELONGS     00030001
003010* TO NO CUSTOMER AND IS AN EXCEPTION.                             00031001
003020***************************************************************** 00031001
003030 01  WS-METER-COUNT              PIC 9(03)   VALUE 0.             00031001
003040 01  WS-METER-TABLE.                                              00031001
003050     05  WS-METER-ENTRY OCCURS 500 TIMES.                         00031001
003060         10  WS-MM-METER-NO       PIC X(08).                      00031001
003070         10  WS-MM-ACCOUNT        PIC 9(06).                      00031001
003080         10  WS-MM-INSTALL        PIC 9(08).                      00031001
003090         10  WS-MM-DIALS          PIC 9(01).                      00031001
003100         10  WS-MM-ROUTE          PIC X(04).                      00031001
003110         10  WS-MM-ROUTE-SEQ      PIC X(03).                      00032001
003120         10  WS-MM-LAST-READ      PIC X(05).                      00032001
003130         10  WS-MM-LAST-DATE      PIC X(08).                      00032001
003140         10  WS-MM-ON-CUST        PIC X(01).                      00032001
003150 01  WS-MM-IDX                   PIC 9(03)   VALUE 0.             00032001
003160 01  WS-MM-BEST-IDX              PIC 9(03)   VALUE 0.             00032001
003170                                                                  00032001
003180***************************************************************** 00032001
003190* ONE ACCOUNT'S RETAINED USAGE - LIVE PERIODS, ALL AND IN THE     00032001
003200* READ DATE'S SEASON - AND THE EXPECTED-READ WORK AREAS.          00032001
003210***************************************************************** 00033001
003220 01  WS-HIST-KWH                 PIC 9(05)   VALUE 0.             00033001
003230 01  WS-SEAS-KWH                 PIC 9(09)   VALUE 0.             00033001
003240 01  WS-SEAS-PERIODS             PIC 9(04)   VALUE 0.             00033001
003250 01  WS-ALL-KWH                  PIC 9(09)   VALUE 0.             00033001
003260 01  WS-ALL-PERIODS              PIC 9(04)   VALUE 0.             00033001
003270 01  WS-EXP-KWH                  PIC 9(05)   VALUE 0.             00033001
003280 01  WS-LOW-KWH                  PIC 9(07)   VALUE 0.             00033001
003290 01  WS-HIGH-KWH                 PIC 9(07)   VALUE 0.             00033001
003300 01  WS-METER-MODULUS            PIC 9(07)   VALUE 100000.        00033001
003310 01  WS-LAST-READ-X              PIC X(05)   VALUE SPACES.        00034001
003320 01  WS-LAST-READ-N REDEFINES WS-LAST-READ-X                      00034001
003330                                 PIC 9(05).                       00034001
003340 01  WS-READ-SUM                 PIC 9(08)   VALUE 0.             00034001
003350 01  WS-WRAPS                    PIC 9(04)   VALUE 0.             00034001
003360 01  WS-LOW-READ                 PIC 9(06)   VALUE 0.             00034001
003370 01  WS-HIGH-READ                PIC 9(06)   VALUE 0.             00034001
003380 01  WS-LIMIT-SW                 PIC X(01)   VALUE 'N'.           00034001
003390     88  WS-LIMITS-SET                       VALUE 'Y'.           00034001
003400                                                                  00034001
003410***************************************************************** 00035001
003420* ROUTE TABLE - THE METERS DUE, KEPT IN ROUTE / WALK-SEQUENCE     00035001
003430* / ACCOUNT ORDER AS THEY ARE ADDED.  WS-NEW-ENTRY IS BUILT       00035001
003440* WITH THE SAME LAYOUT AND INSERTED IN PLACE.                     00035001
003450***************************************************************** 00035001
003460 01  WS-RTE-COUNT                PIC 9(03)   VALUE 0.             00035001
003470 01  WS-RTE-IDX                  PIC 9(03)   VALUE 0.             00035001
003480 01  WS-RTE-TABLE.                                                00035001
003490     05  WS-RTE-ENTRY OCCURS 500 TIMES.                           00035001
003500         10  WS-RTE-KEY.                                          00035001
003510             15  WS-RTE-ROUTE     PIC X(04).                      00036001
003520             15  WS-RTE-SEQ       PIC X(03).                      00036001
003530             15  WS-RTE-ACCOUNT   PIC 9(06).                      00036001
003540         10  WS-RTE-METER-NO      PIC X(08).                      00036001
003550         10  WS-RTE-DIALS         PIC 9(01).                      00036001
003560         10  WS-RTE-LAST-READ     PIC X(05).                      00036001
003570         10  WS-RTE-LAST-DATE     PIC X(08).                      00036001
003580         10  WS-RTE-LIMIT-FLAG    PIC X(01).                      00036001
003590         10  WS-RTE-LOW-READ      PIC 9(06).                      00036001
003600         10  WS-RTE-HIGH-READ     PIC 9(06).                      00036001
003610         10  WS-RTE-EXP-KWH       PIC 9(05).                      00037001
003620         10  WS-RTE-NAME          PIC X(20).                      00037001
003630         10  WS-RTE-ADDR          PIC X(25).                      00037001
003640         10  WS-RTE-CYCLE         PIC X(02).                      00037001
003650 01  WS-NEW-ENTRY.                                                00037001
003660     05  WS-NEW-KEY.                                              00037001
003670         10  WS-NEW-ROUTE         PIC X(04).                      00037001
003680         10  WS-NEW-SEQ           PIC X(03).                      00037001
003690         10  WS-NEW-ACCOUNT       PIC 9(06).                      00037001
003700     05  WS-NEW-METER-NO          PIC X(08).                      00037001
003710     05  WS-NEW-DIALS             PIC 9(01).                      00038001
003720     05  WS-NEW-LAST-READ         PIC X(05).                      00038001
003730     05  WS-NEW-LAST-DATE         PIC X(08).                      00038001
003740     05  WS-NEW-LIMIT-FLAG        PIC X(01).                      00038001
003750     05  WS-NEW-LOW-READ          PIC 9(06).                      00038001
003760     05  WS-NEW-HIGH-READ         PIC 9(06).                      00038001
003770     05  WS-NEW-EXP-KWH           PIC 9(05).                      00038001
003780     05  WS-NEW-NAME              PIC X(20).                      00038001
003790     05  WS-NEW-ADDR              PIC X(25).                      00038001
003800     05  WS-NEW-CYCLE             PIC X(02).                      00038001
003810                                                                  00039001
003820***************************************************************** 00039001
003830* METERS PER ROUTE, BUILT AS THE ROUTES ARE WRITTEN.              00039001
003840***************************************************************** 00039001
003850 01  WS-RS-COUNT                 PIC 9(03)   VALUE 0.             00039001
003860 01  WS-RS-IDX                   PIC 9(03)   VALUE 0.             00039001
003870 01  WS-RS-TABLE.                                                 00039001
003880     05  WS-RS-ENTRY OCCURS 100 TIMES.                            00039001
003890         10  WS-RS-ROUTE          PIC X(04).                      00039001
003900         10  WS-RS-METERS         PIC 9(05).                      00039001
003910         10  WS-RS-LIMITS         PIC 9(05).                      00040001
003920         10  WS-RS-NO-LIMITS      PIC 9(05).                      00040001
003930 01  WS-PREV-ROUTE               PIC X(04)   VALUE SPACES.        00040001
003940                                                                  00040001
003950***************************************************************** 00040001
003960* RUN COUNTERS                                                    00040001
003970***************************************************************** 00040001
003980 01  WS-CUST-READ                PIC 9(06)   VALUE 0.             00040001
003990 01  WS-CUST-DUE                 PIC 9(06)   VALUE 0.             00040001
004000 01  WS-CUST-NOT-DUE             PIC 9(06)   VALUE 0.             00040001
004010 01  WS-CUST-CLOSED              PIC 9(06)   VALUE 0.             00041001
004011 01  WS-CUST-DISCONN             PIC 9(06)   VALUE 0.             00041001
004020 01  WS-NO-METER                 PIC 9(06)   VALUE 0.             00041001
004030 01  WS-NO-ROUTE                 PIC 9(06)   VALUE 0.             00041001
004040 01  WS-ORPHAN-METERS            PIC 9(06)   VALUE 0.             00041001
004050 01  WS-EXCEPTIONS               PIC 9(06)   VALUE 0.             00041001
004060 01  WS-DNLD-WRITTEN             PIC 9(06)   VALUE 0.             00041001
004070 01  WS-DNLD-LIMITS              PIC 9(06)   VALUE 0.             00041001
004080 01  WS-DNLD-NO-LIMITS           PIC 9(06)   VALUE 0.             00041001
004090 01  WS-HIST-READ                PIC 9(06)   VALUE 0.             00041001
004100                                                                  00041001
004110***************************************************************** 00042001
004120* PRINT-LINE WORK AREAS                                           00042001
004130***************************************************************** 00042001
004140 01  WS-PRINT-LINE               PIC X(132)  VALUE SPACES.        00042001
004150 01  WS-EXC-ACCOUNT              PIC 9(06)   VALUE 0.             00042001
004160 01  WS-EXC-CYCLE                PIC X(02)   VALUE SPACES.        00042001
004170 01  WS-EXC-METER                PIC X(08)   VALUE SPACES.        00042001
004180 01  WS-EXC-REASON               PIC X(40)   VALUE SPACES.        00042001
004190 01  WS-LIMITS-TEXT              PIC X(20)   VALUE SPACES.        00042001
004200 01  WS-KWH-ED                   PIC ZZ,ZZ9.                      00042001
004210 01  WS-READ-ED                  PIC 9(06).                       00043001
004220 01  WS-READ-ED2                 PIC 9(06).                       00043001
004230 01  WS-COUNT-ED                 PIC ZZZ,ZZ9.                     00043001
004240 01  WS-COUNT-ED2                PIC ZZZ,ZZ9.                     00043001
004250 01  WS-COUNT-ED3                PIC ZZZ,ZZ9.                     00043001
004260                                                                  00043001
004270 PROCEDURE DIVISION.                                              00043001
004280                                                                  00043001
004290***************************************************************** 00043001
004300* MAINLINE - INITIALIZE, SELECT THE METERS DUE, WRITE THE         00043001
004310* ROUTES, WRAP UP                                                 00044001
004320***************************************************************** 00044001
004330 000-MAIN.                                                        00044001
004340     PERFORM 050-INITIALIZE-RUN.                                  00044001
004350     PERFORM 300-SELECT-ACCOUNT THRU 300-SELECT-ACCOUNT-EXIT      00044001
004360         UNTIL WS-CM-EOF.                                         00044001
004370     MOVE 1 TO WS-MM-IDX.                                         00044001
004380     PERFORM 380-CHECK-ORPHAN-METER                               00044001
004390         UNTIL WS-MM-IDX > WS-METER-COUNT.                        00044001
004400     PERFORM 500-WRITE-ROUTES.                                    00044001
004410     PERFORM 800-END-OF-RUN.                                      00045001
004420     STOP RUN.                                                    00045001
004430                                                                  00045001
004440***************************************************************** 00045001
004450* SET THE READ DATE, LOAD THE CALENDAR AND METER MASTER, OPEN     00045001
004460* THE FILES AND PRIME THE CUSTOMER AND HISTORY READS.             00045001
004470***************************************************************** 00045001
004480 050-INITIALIZE-RUN.                                              00045001
004490     DISPLAY '*********************************'.                 00045001
004500     DISPLAY '*** UTIL2008 - ROUTE DOWNLOAD ***'.                 00045001
004510     DISPLAY '*********************************'.                 00046001
004520     DISPLAY ' '.                                                 00046001
004530                                                                  00046001
004540     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.                       00046001
004550     PERFORM 060-SET-READ-DATE THRU 060-SET-READ-DATE-EXIT.       00046001
004560     PERFORM 065-READ-PARM.                                       00046001
004570     PERFORM 070-LOAD-DUE-CYCLES.                                 00046001
004580     PERFORM 080-LOAD-METER-MASTER.                               00046001
004590                                                                  00046001
004600     OPEN INPUT  CUSTMAST.                                        00046001
004610     IF WS-CUSTMAST-STATUS NOT = '00'                             00047001
004620         DISPLAY 'UNABLE TO OPEN CUSTMAST, STATUS='               00047001
004630             WS-CUSTMAST-STATUS                                   00047001
004640         MOVE 16 TO RETURN-CODE                                   00047001
004650         STOP RUN                                                 00047001
004660     END-IF.                                                      00047001
004670*    NO HISTORY YET MEANS EVERY METER GOES OUT WITHOUT LIMITS.    00047001
004680     OPEN INPUT  AUDITH.                                          00047001
004690     IF WS-AUDITH-NOTFOUND                                        00047001
004700         DISPLAY 'NO AUDIT HISTORY - NO READ LIMITS THIS RUN'     00047001
004720     ELSE                                                         00048001
004730         IF WS-AUDITH-STATUS NOT = '00'                           00048001
004740             DISPLAY 'UNABLE TO OPEN AUDITH, STATUS='             00048001
004750                 WS-AUDITH-STATUS                                 00048001
004760             MOVE 16 TO RETURN-CODE                               00048001
004770             STOP RUN                                             00048001
004780         END-IF                                                   00048001
004790         SET WS-AUDITH-OPEN TO TRUE                               00048001
004800     END-IF.                                                      00048001
004810     OPEN OUTPUT RTEDNLD.                                         00049001
004820     IF WS-RTEDNLD-STATUS NOT = '00'                              00049001
004830         DISPLAY 'UNABLE TO OPEN RTEDNLD, STATUS='                00049001
004840             WS-RTEDNLD-STATUS                                    00049001
004850         MOVE 16 TO RETURN-CODE                                   00049001
004860         STOP RUN                                                 00049001
004870     END-IF.                                                      00049001
004880     OPEN OUTPUT RTESHEET.                                        00049001
004890     IF WS-RTESHEET-STATUS NOT = '00'                             00049001
004900         DISPLAY 'UNABLE TO OPEN RTESHEET, STATUS='               00049001
004910             WS-RTESHEET-STATUS                                   00050001
004920         MOVE 16 TO RETURN-CODE                                   00050001
004930         STOP RUN                                                 00050001
004940     END-IF.                                                      00050001
004950                                                                  00050001
004960     DISPLAY 'READ DATE         : ' WS-READ-DATE.                 00050001
004970     DISPLAY 'READ WINDOW PCT   : ' WS-HIBILL-PCT.                00050001
004980     PERFORM 600-PRINT-HEADINGS.                                  00050001
004990                                                                  00050001
005000     PERFORM 200-READ-CUSTOMER.                                   00050001
005040                                                                  00051001
005050***************************************************************** 00051001
005060* THE READ DATE COMES FROM THE RTEPARM CARD WHEN ONE IS           00051001
005070* MOUNTED; OTHERWISE IT IS TODAY.  ITS MONTH PICKS THE SEASON     00051001
005080* THE EXPECTED USAGE IS DRAWN FROM.                               00051001
005090***************************************************************** 00051001
005100 060-SET-READ-DATE.                                               00051001
005110     MOVE WS-RUN-DATE TO WS-READ-DATE.                            00052001
005120     OPEN INPUT RTEPARM.                                          00052001
005130     IF WS-RTEPARM-NOTFOUND                                       00052001
005140         GO TO 060-SET-SEASON                                     00052001
005150     END-IF.                                                      00052001
005160     IF WS-RTEPARM-STATUS NOT = '00'                              00052001
005170         DISPLAY 'UNABLE TO OPEN RTEPARM, STATUS='                00052001
005180             WS-RTEPARM-STATUS                                    00052001
005190         MOVE 16 TO RETURN-CODE                                   00052001
005200         STOP RUN                                                 00052001
005210     END-IF.                                                      00053001
005220     READ RTEPARM                                                 00053001
005230         AT END                                                   00053001
005240             MOVE SPACES TO RP-RECORD                             00053001
005250     END-READ.                                                    00053001
005260     CLOSE RTEPARM.                                               00053001
005270     IF RP-READ-DATE = SPACES                                     00053001
005280         GO TO 060-SET-SEASON                                     00053001
005290     END-IF.                                                      00053001
005300     IF RP-READ-DATE NOT NUMERIC                                  00053001
005310         DISPLAY 'RTEPARM DATE NOT NUMERIC: ' RP-READ-DATE        00054001
005320         MOVE 16 TO RETURN-CODE                                   00054001
005330         STOP RUN                                                 00054001
005340     END-IF.                                                      00054001
005350     MOVE RP-READ-DATE-N TO WS-DATE-WORK-N.                       00054001
005360     IF WS-DW-MONTH < 1 OR WS-DW-MONTH > 12                       00054001
005370         DISPLAY 'RTEPARM DATE NOT A VALID DATE: ' RP-READ-DATE   00054001
005380         MOVE 16 TO RETURN-CODE                                   00054001
005390         STOP RUN                                                 00054001
005400     END-IF.                                                      00054001
005410     PERFORM 160-CHECK-LEAP-YEAR.                                 00055001
005420     MOVE WS-MONTH-DAYS(WS-DW-MONTH) TO WS-MONTH-LAST-DAY.        00055001
005430     IF WS-DW-MONTH = 2 AND WS-LEAP-YEAR                          00055001
005440         MOVE 29 TO WS-MONTH-LAST-DAY                             00055001
005450     END-IF.                                                      00055001
005460     IF WS-DW-DAY < 1 OR WS-DW-DAY > WS-MONTH-LAST-DAY            00055001
005470         DISPLAY 'RTEPARM DATE NOT A VALID DATE: ' RP-READ-DATE   00055001
005480         MOVE 16 TO RETURN-CODE                                   00055001
005490         STOP RUN                                                 00055001
005500     END-IF.                                                      00055001
005510     MOVE RP-READ-DATE-N TO WS-READ-DATE.                         00056001
005520     DISPLAY 'READ DATE FROM RTEPARM'.                            00056001
005530 060-SET-SEASON.                                                  00056001
005540     MOVE WS-READ-DATE TO WS-DATE-WORK-N.                         00056001
005550     MOVE WS-SEASON-OF-MONTH(WS-DW-MONTH) TO WS-READ-SEASON.      00056001
005560 060-SET-READ-DATE-EXIT.                                          00056001
005570     EXIT.                                                        00056001
005580                                                                  00056001
005590***************************************************************** 00056001
005600* THE BILL RUN'S PARAMETER CARD - ONLY THE HIGH-BILL SWING        00056001
005610* PERCENT IS USED HERE.  NO CARD KEEPS THE DEFAULT.               00057001
005620***************************************************************** 00057001
005630 065-READ-PARM.                                                   00057001
005640     OPEN INPUT PARMFIL.                                          00057001
005650     IF WS-PARMFIL-NOTFOUND                                       00057001
005660         CONTINUE                                                 00057001
005670     ELSE                                                         00057001
005680         READ PARMFIL                                             00057001
005690             AT END                                               00057001
005700                 CONTINUE                                         00057001
005710             NOT AT END                                           00058001
005720                 IF PM-HIBILL-PCT NUMERIC                         00058001
005730                     AND PM-HIBILL-PCT-N > 0                      00058001
005740                     MOVE PM-HIBILL-PCT-N TO WS-HIBILL-PCT        00058001
005750                 END-IF                                           00058001
005760         END-READ                                                 00058001
005770         CLOSE PARMFIL                                            00058001
005780     END-IF.                                                      00058001
005790                                                                  00058001
005800***************************************************************** 00058001
005810* PICK THE CYCLES DUE TO READ ON THE READ DATE OFF THE            00059001
005820* CALENDAR.  A DAY WITH NO CYCLE SCHEDULED WRITES AN EMPTY        00059001
005830* DOWNLOAD.                                                       00059001
005840***************************************************************** 00059001
005850 070-LOAD-DUE-CYCLES.                                             00059001
005860     OPEN INPUT CYCLCAL.                                          00059001
005870     IF WS-CYCLCAL-STATUS NOT = '00'                              00059001
005880         DISPLAY 'UNABLE TO OPEN CYCLCAL, STATUS='                00059001
005890             WS-CYCLCAL-STATUS                                    00059001
005900         MOVE 16 TO RETURN-CODE                                   00059001
005910         STOP RUN                                                 00060001
005920     END-IF.                                                      00060001
005930     PERFORM 071-READ-CALENDAR THRU 071-READ-CALENDAR-EXIT        00060001
005940         UNTIL WS-CYCLCAL-EOF.                                    00060001
005950     CLOSE CYCLCAL.                                               00060001
005960     IF WS-DUE-COUNT = 0                                          00060001
005970         DISPLAY 'NO CYCLE SCHEDULED TO READ ON ' WS-READ-DATE    00060001
005980     END-IF.                                                      00060001
005990                                                                  00060001
006000 071-READ-CALENDAR.                                               00060001
006010     READ CYCLCAL                                                 00061001
006020         AT END                                                   00061001
006030             GO TO 071-READ-CALENDAR-EXIT                         00061001
006040     END-READ.                                                    00061001
006050     IF CC-READ-DATE NOT = WS-READ-DATE                           00061001
006060         GO TO 071-READ-CALENDAR-EXIT                             00061001
006070     END-IF.                                                      00061001
006080     IF WS-DUE-COUNT >= 20                                        00061001
006090         DISPLAY 'CYCLCAL HAS MORE THAN 20 CYCLES DUE ON ONE DATE'00061001
006100         MOVE 16 TO RETURN-CODE                                   00061001
006110         STOP RUN                                                 00062001
006120     END-IF.                                                      00062001
006130     ADD 1 TO WS-DUE-COUNT.                                       00062001
006140     MOVE CC-BILL-CYCLE TO WS-DUE-CYCLE(WS-DUE-COUNT).            00062001
006150     DISPLAY 'CYCLE ' CC-BILL-CYCLE ' SCHEDULED TO READ'.         00062001
006160 071-READ-CALENDAR-EXIT.                                          00062001
006170     EXIT.                                                        00062001
006180                                                                  00062001
006190***************************************************************** 00062001
006200* LOAD THE METER MASTER INTO THE IN-CORE TABLE.                   00062001
006210***************************************************************** 00063001
006220 080-LOAD-METER-MASTER.                                           00063001
006230     OPEN INPUT METERMST.                                         00063001
006240     IF WS-METERMST-STATUS NOT = '00'                             00063001
006250         DISPLAY 'UNABLE TO OPEN METERMST, STATUS='               00063001
006260             WS-METERMST-STATUS                                   00063001
006270         MOVE 16 TO RETURN-CODE                                   00063001
006280         STOP RUN                                                 00063001
006290     END-IF.                                                      00063001
006300     PERFORM 081-READ-METER-MASTER                                00063001
006310         THRU 081-READ-METER-MASTER-EXIT                          00064001
006320         UNTIL WS-METERMST-EOF.                                   00064001
006330     CLOSE METERMST.                                              00064001
006340                                                                  00064001
006350 081-READ-METER-MASTER.                                           00064001
006360     READ METERMST                                                00064001
006370         AT END                                                   00064001
006380             GO TO 081-READ-METER-MASTER-EXIT                     00064001
006390     END-READ.                                                    00064001
006400     IF WS-METER-COUNT >= 500                                     00064001
006410         DISPLAY 'METERMST HAS MORE THAN 500 ROWS - TABLE FULL'   00065001
006420         MOVE 16 TO RETURN-CODE                                   00065001
006430         STOP RUN                                                 00065001
006440     END-IF.                                                      00065001
006450     ADD 1 TO WS-METER-COUNT.                                     00065001
006460     MOVE MM-METER-NO     TO WS-MM-METER-NO(WS-METER-COUNT).      00065001
006470     MOVE MM-ACCOUNT-NO   TO WS-MM-ACCOUNT(WS-METER-COUNT).       00065001
006480     MOVE MM-INSTALL-DATE TO WS-MM-INSTALL(WS-METER-COUNT).       00065001
006490     MOVE MM-DIAL-COUNT   TO WS-MM-DIALS(WS-METER-COUNT).         00065001
006500     MOVE MM-ROUTE        TO WS-MM-ROUTE(WS-METER-COUNT).         00065001
006510     MOVE MM-ROUTE-SEQ    TO WS-MM-ROUTE-SEQ(WS-METER-COUNT).     00066001
006520     MOVE MM-LAST-READ    TO WS-MM-LAST-READ(WS-METER-COUNT).     00066001
006530     MOVE MM-LAST-READ-DATE                                       00066001
006540                          TO WS-MM-LAST-DATE(WS-METER-COUNT).     00066001
006550     MOVE 'N'             TO WS-MM-ON-CUST(WS-METER-COUNT).       00066001
006560 081-READ-METER-MASTER-EXIT.                                      00066001
006570     EXIT.                                                        00066001
006580                                                                  00066001
006590***************************************************************** 00066001
006600* IS THE CURRENT MASTER'S CYCLE ONE OF THE CYCLES DUE TO READ.    00066001
006610***************************************************************** 00067001
006620 150-CHECK-CYCLE-DUE.                                             00067001
006630     MOVE 'N' TO WS-DUE-SW.                                       00067001
006640     MOVE 1 TO WS-DUE-IDX.                                        00067001
006650     PERFORM 155-SCAN-DUE-CYCLE THRU 155-SCAN-DUE-CYCLE-EXIT      00067001
006660         UNTIL WS-CYCLE-DUE OR WS-DUE-IDX > WS-DUE-COUNT.         00067001
006670                                                                  00067001
006680 155-SCAN-DUE-CYCLE.                                              00067001
006690     IF WS-DUE-CYCLE(WS-DUE-IDX) = CM-BILL-CYCLE                  00067001
006700         SET WS-CYCLE-DUE TO TRUE                                 00067001
006710     ELSE                                                         00068001
006720         ADD 1 TO WS-DUE-IDX                                      00068001
006730     END-IF.                                                      00068001
006740 155-SCAN-DUE-CYCLE-EXIT.                                         00068001
006750     EXIT.                                                        00068001
006760                                                                  00068001
006770*    GREGORIAN RULE - EVERY FOURTH YEAR, EXCEPT CENTURIES NOT     00068001
006780*    DIVISIBLE BY 400.                                            00068001
006790 160-CHECK-LEAP-YEAR.                                             00068001
006800     DIVIDE WS-DW-YEAR BY 4   GIVING WS-LEAP-4                    00068001
006810         REMAINDER WS-LEAP-REM-4.                                 00069001
006820     DIVIDE WS-DW-YEAR BY 100 GIVING WS-LEAP-100                  00069001
006830         REMAINDER WS-LEAP-REM-100.                               00069001
006840     DIVIDE WS-DW-YEAR BY 400 GIVING WS-LEAP-400                  00069001
006850         REMAINDER WS-LEAP-REM-400.                               00069001
006860     IF WS-LEAP-REM-4 = 0                                         00069001
006870         AND (WS-LEAP-REM-100 NOT = 0 OR WS-LEAP-REM-400 = 0)     00069001
006880         MOVE 'Y' TO WS-LEAP-SW                                   00069001
006890     ELSE                                                         00069001
006900         MOVE 'N' TO WS-LEAP-SW                                   00069001
006910     END-IF.                                                      00070001
006920                                                                  00070001
006930***************************************************************** 00070001
006940* READ THE NEXT CUSTOMER MASTER RECORD.  THE CONTROL TRAILER      00070001
006950* ENDS THE FILE.                                                  00070001
006960***************************************************************** 00070001
006970 200-READ-CUSTOMER.                                               00070001
006980     READ CUSTMAST                                                00070001
006990         AT END                                                   00070001
007000             SET WS-CM-EOF TO TRUE                                00070001
007010             MOVE HIGH-VALUES TO WS-CM-KEY                        00071001
007020         NOT AT END                                               00071001
007030             IF CT-TRAILER                                        00071001
007040                 SET WS-CM-EOF TO TRUE                            00071001
007050                 MOVE HIGH-VALUES TO WS-CM-KEY                    00071001
007060             ELSE                                                 00071001
007070                 MOVE CM-ACCOUNT-NO TO WS-CM-KEY                  00071001
007080             END-IF                                               00071001
007090     END-READ.                                                    00071001
007100                                                                  00071001
007110***************************************************************** 00072001
007120* READ THE NEXT RETAINED HISTORY RECORD IN KEY ORDER.             00072001
007130***************************************************************** 00072001
007140 220-READ-HISTORY.                                                00072001
007150     READ AUDITH NEXT RECORD                                      00072001
007160         AT END                                                   00072001
007170             MOVE HIGH-VALUES TO WS-AH-KEY                        00072001
007180         NOT AT END                                               00072001
007190             ADD 1 TO WS-HIST-READ                                00072001
007200             MOVE AH-ACCOUNT-NO TO WS-AH-KEY                      00072001
007210     END-READ.                                                    00072001
007220                                                                  00073001
007230***************************************************************** 00073001
007240* ONE ACCOUNT - FIND ITS METER, THEN, IF ITS CYCLE READS ON THE   00073001
007250* READ DATE, EITHER LIST IT AS AN EXCEPTION OR GATHER ITS HISTORY,00073001
007260* WORK OUT ITS READ LIMITS AND ADD IT TO ITS ROUTE.  ONLY AN      00073001
007270* ACCOUNT GOING ON A ROUTE COSTS ANY AUDITH READS.                00073001
007280***************************************************************** 00073001
007290 300-SELECT-ACCOUNT.                                              00073001
007300     ADD 1 TO WS-CUST-READ.                                       00073001
007320     PERFORM 340-FIND-METER.                                      00074001
007330     MOVE CM-ACCOUNT-NO TO WS-EXC-ACCOUNT.                        00074001
007340     MOVE CM-BILL-CYCLE TO WS-EXC-CYCLE.                          00074001
007350     MOVE SPACES TO WS-EXC-METER.                                 00074001
007360     IF WS-MM-BEST-IDX > 0                                        00074001
007370         MOVE WS-MM-METER-NO(WS-MM-BEST-IDX) TO WS-EXC-METER      00074001
007380     END-IF.                                                      00074001
007390                                                                  00074001
007400     PERFORM 150-CHECK-CYCLE-DUE.                                 00074001
007410     IF NOT WS-CYCLE-DUE                                          00075001
007420         ADD 1 TO WS-CUST-NOT-DUE                                 00075001
007430         GO TO 300-SELECT-ACCOUNT-NEXT                            00075001
007440     END-IF.                                                      00075001
007450     ADD 1 TO WS-CUST-DUE.                                        00075001
007460                                                                  00075001
007470*    A CLOSED ACCOUNT WAS FINAL-BILLED - ITS METER IS NOT READ.   00075001
007480     IF CM-CLOSED                                                 00075001
007490         ADD 1 TO WS-CUST-CLOSED                                  00075001
007500         MOVE 'ACCOUNT CLOSED - DO NOT READ' TO WS-EXC-REASON     00075001
007510         PERFORM 700-WRITE-EXCEPTION                              00076001
007520         GO TO 300-SELECT-ACCOUNT-NEXT                            00076001
007530     END-IF.                                                      00076001
007531*    A DISCONNECTED ACCOUNT'S FINAL READ CAME BACK ON THE FIELD   00076001
007532*    ORDER (UTIL2055) - THE METER IS OFF UNTIL RECONNECTED.       00076001
007533     IF CM-DISCONNECTED                                           00076001
007534         ADD 1 TO WS-CUST-DISCONN                                 00076001
007535         MOVE 'SERVICE DISCONNECTED - DO NOT READ'                00076001
007536             TO WS-EXC-REASON                                     00076001
007537         PERFORM 700-WRITE-EXCEPTION                              00076001
007538         GO TO 300-SELECT-ACCOUNT-NEXT                            00076001
007539     END-IF.                                                      00076001
007540     IF WS-MM-BEST-IDX = 0                                        00076001
007550         ADD 1 TO WS-NO-METER                                     00076001
007560         MOVE 'NO METER ON METERMST' TO WS-EXC-REASON             00076001
007570         PERFORM 700-WRITE-EXCEPTION                              00076001
007580         GO TO 300-SELECT-ACCOUNT-NEXT                            00076001
007590     END-IF.                                                      00076001
007600     IF WS-MM-ROUTE(WS-MM-BEST-IDX) = SPACES                      00076001
007610         ADD 1 TO WS-NO-ROUTE                                     00077001
007620         MOVE 'METER NOT ASSIGNED TO A ROUTE' TO WS-EXC-REASON    00077001
007630         PERFORM 700-WRITE-EXCEPTION                              00077001
007640         GO TO 300-SELECT-ACCOUNT-NEXT                            00077001
007650     END-IF.                                                      00077001
007660                                                                  00077001
007661     PERFORM 320-GATHER-HISTORY.                                  00077001
007670     PERFORM 400-SET-LIMITS THRU 400-SET-LIMITS-EXIT.             00077001
007680     PERFORM 450-ADD-TO-ROUTE.                                    00077001
007690 300-SELECT-ACCOUNT-NEXT.                                         00077001
007700     PERFORM 200-READ-CUSTOMER.                                   00077001
007710 300-SELECT-ACCOUNT-EXIT.                                         00078001
007720     EXIT.                                                        00078001
007730                                                                  00078001
007740***************************************************************** 00078001
007750* POSITION THE HISTORY AT THE ACCOUNT'S FIRST KEY AND TOTAL ITS   00078001
007755* LIVE PERIODS.  CANCELLED PERIODS ARE SKIPPED - THE REBILL       00078001
007760* FILED WITH ONE STANDS IN ITS PLACE.  PERIODS RUN OLDEST FIRST,  00078001
007765* SO THE FIRST ONE BILLED AFTER THE READ DATE (A PAST DATE        00078001
007770* RERUN) ENDS THE ACCOUNT.                                        00078001
007775***************************************************************** 00078001
007780 320-GATHER-HISTORY.                                              00078001
007785     MOVE 0 TO WS-SEAS-KWH WS-SEAS-PERIODS                        00078001
007790               WS-ALL-KWH WS-ALL-PERIODS.                         00078001
007795     MOVE HIGH-VALUES TO WS-AH-KEY.                               00078001
007800     IF WS-AUDITH-OPEN                                            00078001
007805         MOVE CM-ACCOUNT-NO TO AH-ACCOUNT-NO                      00078001
007810         MOVE 0 TO AH-RUN-DATE                                    00078001
007815         MOVE 0 TO AH-RUN-TIME                                    00078001
007820         START AUDITH KEY IS NOT LESS THAN AH-KEY                 00078001
007825             INVALID KEY                                          00078001
007830                 CONTINUE                                         00078001
007835             NOT INVALID KEY                                      00078001
007840                 PERFORM 220-READ-HISTORY                         00078001
007845         END-START                                                00078001
007850     END-IF.                                                      00078001
007855     PERFORM 330-SUM-HISTORY THRU 330-SUM-HISTORY-EXIT            00078001
007860         UNTIL WS-AH-KEY NOT = WS-CM-KEY.                         00078001
007880                                                                  00079001
007890*    THE READ IS OF THE DELIVERED REGISTER, SO A NET-METERED      00079001
007900*    PERIOD COUNTS ITS DELIVERED KWH, NOT THE NET.  A TOU         00079001
007910*    METER'S BASE REGISTER IS THE OFF-PEAK REGISTER, SO THE       00080001
007920*    PEAK KWH COMES OFF.                                          00080001
007930 330-SUM-HISTORY.                                                 00080001
007940     IF AH-RUN-DATE > WS-READ-DATE                                00080001
007944         MOVE HIGH-VALUES TO WS-AH-KEY                            00080001
007948         GO TO 330-SUM-HISTORY-EXIT                               00080001
007952     END-IF.                                                      00080001
007956     IF AH-TYPE-CANCELLED                                         00080001
007960         GO TO 330-SUM-HISTORY-NEXT                               00080001
007964     END-IF.                                                      00080001
007970     IF AH-KWH-DELIVERED NUMERIC                                  00080001
007980         MOVE AH-KWH-DELIVERED TO WS-HIST-KWH                     00080001
007990     ELSE                                                         00080001
008000         MOVE AH-KWH-USED TO WS-HIST-KWH                          00080001
008010     END-IF.                                                      00081001
008020     IF CM-RATE-PLAN-CODE = 'T'                                   00081001
008030         AND AH-PEAK-KWH NUMERIC                                  00081001
008040         AND AH-PEAK-KWH NOT > WS-HIST-KWH                        00081001
008050         SUBTRACT AH-PEAK-KWH FROM WS-HIST-KWH                    00081001
008060     END-IF.                                                      00081001
008070     ADD WS-HIST-KWH TO WS-ALL-KWH.                               00081001
008080     ADD 1 TO WS-ALL-PERIODS.                                     00081001
008090     MOVE AH-RUN-DATE TO WS-DATE-WORK-N.                          00081001
008100     IF WS-SEASON-OF-MONTH(WS-DW-MONTH) = WS-READ-SEASON          00081001
008110         ADD WS-HIST-KWH TO WS-SEAS-KWH                           00082001
008120         ADD 1 TO WS-SEAS-PERIODS                                 00082001
008130     END-IF.                                                      00082001
008140 330-SUM-HISTORY-NEXT.                                            00082001
008150     PERFORM 220-READ-HISTORY.                                    00082001
008160 330-SUM-HISTORY-EXIT.                                            00082001
008170     EXIT.                                                        00082001
008180                                                                  00082001
008190***************************************************************** 00082001
008200* FIND THE ACCOUNT'S METER.  AN ACCOUNT WHOSE METER WAS           00082001
008210* CHANGED OUT STILL HAS THE OLD ONE ON FILE - THE METER           00083001
008220* INSTALLED LAST IS THE ONE ON THE WALL.  EVERY METER OF THE      00083001
008230* ACCOUNT IS MARKED AS BELONGING TO A CUSTOMER.                   00083001
008240***************************************************************** 00083001
008250 340-FIND-METER.                                                  00083001
008260     MOVE 0 TO WS-MM-BEST-IDX.                                    00083001
008270     MOVE 1 TO WS-MM-IDX.                                         00083001
008280     PERFORM 345-SCAN-METER-TABLE                                 00083001
008290         UNTIL WS-MM-IDX > WS-METER-COUNT.                        00083001
008300                                                                  00083001
008310 345-SCAN-METER-TABLE.                                            00084001
008320     IF WS-MM-ACCOUNT(WS-MM-IDX) = CM-ACCOUNT-NO                  00084001
008330         MOVE 'Y' TO WS-MM-ON-CUST(WS-MM-IDX)                     00084001
008340         IF WS-MM-BEST-IDX = 0                                    00084001
008350             MOVE WS-MM-IDX TO WS-MM-BEST-IDX                     00084001
008360         ELSE                                                     00084001
008370             IF WS-MM-INSTALL(WS-MM-IDX)                          00084001
008380                 > WS-MM-INSTALL(WS-MM-BEST-IDX)                  00084001
008390                 MOVE WS-MM-IDX TO WS-MM-BEST-IDX                 00084001
008400             END-IF                                               00084001
008410         END-IF                                                   00085001
008420     END-IF.                                                      00085001
008430     ADD 1 TO WS-MM-IDX.                                          00085001
008440                                                                  00085001
008450***************************************************************** 00085001
008460* A METER WHOSE ACCOUNT NEVER TURNED UP ON CUSTMAST BELONGS TO    00085001
008470* NO CUSTOMER - A READ OF IT WOULD REJECT IN THE READING RUN.     00085001
008480***************************************************************** 00085001
008490 380-CHECK-ORPHAN-METER.                                          00085001
008500     IF WS-MM-ON-CUST(WS-MM-IDX) NOT = 'Y'                        00085001
008510         ADD 1 TO WS-ORPHAN-METERS                                00086001
008520         MOVE WS-MM-ACCOUNT(WS-MM-IDX)  TO WS-EXC-ACCOUNT         00086001
008530         MOVE SPACES                    TO WS-EXC-CYCLE           00086001
008540         MOVE WS-MM-METER-NO(WS-MM-IDX) TO WS-EXC-METER           00086001
008550         MOVE 'METER ACCOUNT NOT ON CUSTMAST' TO WS-EXC-REASON    00086001
008560         PERFORM 700-WRITE-EXCEPTION                              00086001
008570     END-IF.                                                      00086001
008580     ADD 1 TO WS-MM-IDX.                                          00086001
008590                                                                  00086001
008600***************************************************************** 00086001
008610* EXPECTED USAGE AND THE READ LIMITS.  THE EXPECTED KWH IS THE    00087001
008620* AVERAGE OF THE ACCOUNT'S LIVE PERIODS BILLED IN THE READ        00087001
008630* DATE'S SEASON; WITH NONE OF THOSE, OF ALL ITS LIVE PERIODS.     00087001
008640* THE WINDOW IS THE HIGH-BILL SWING PERCENT EITHER SIDE OF        00087001
008650* IT, TURNED INTO CURRENT READS BY COUNTING UP FROM THE LAST      00087001
008660* ACTUAL READ AND WRAPPING THROUGH THE DIAL-COUNT MODULUS THE     00087001
008670* WAY THE READING RUN DERIVES A ROLLOVER.  WITH NO HISTORY, NO    00087001
008680* LAST READ, OR A WINDOW WIDER THAN THE REGISTER, THE METER       00087001
008690* GOES OUT WITHOUT LIMITS.                                        00087001
008700***************************************************************** 00087001
008710 400-SET-LIMITS.                                                  00088001
008720     MOVE WS-MM-BEST-IDX TO WS-MM-IDX.                            00088001
008730     MOVE 'N' TO WS-LIMIT-SW.                                     00088001
008740     MOVE 0 TO WS-EXP-KWH WS-LOW-READ WS-HIGH-READ.               00088001
008750     EVALUATE WS-MM-DIALS(WS-MM-IDX)                              00088001
008760         WHEN 4                                                   00088001
008770             MOVE 10000   TO WS-METER-MODULUS                     00088001
008780         WHEN 5                                                   00088001
008790             MOVE 100000  TO WS-METER-MODULUS                     00088001
008800         WHEN 6                                                   00088001
008810             MOVE 1000000 TO WS-METER-MODULUS                     00089001
008820         WHEN OTHER                                               00089001
008830             MOVE 100000  TO WS-METER-MODULUS                     00089001
008840     END-EVALUATE.                                                00089001
008850     EVALUATE TRUE                                                00089001
008860         WHEN WS-SEAS-PERIODS > 0                                 00089001
008870             COMPUTE WS-EXP-KWH ROUNDED =                         00089001
008880                 WS-SEAS-KWH / WS-SEAS-PERIODS                    00089001
008890         WHEN WS-ALL-PERIODS > 0                                  00089001
008900             COMPUTE WS-EXP-KWH ROUNDED =                         00089001
008910                 WS-ALL-KWH / WS-ALL-PERIODS                      00090001
008920         WHEN OTHER                                               00090001
008930             GO TO 400-SET-LIMITS-EXIT                            00090001
008940     END-EVALUATE.                                                00090001
008950     MOVE WS-MM-LAST-READ(WS-MM-IDX) TO WS-LAST-READ-X.           00090001
008960     IF WS-LAST-READ-X NOT NUMERIC                                00090001
008970         GO TO 400-SET-LIMITS-EXIT                                00090001
008980     END-IF.                                                      00090001
008990                                                                  00090001
009000     IF WS-HIBILL-PCT < 100                                       00090001
009010         COMPUTE WS-LOW-KWH =                                     00091001
009020             WS-EXP-KWH * (100 - WS-HIBILL-PCT) / 100             00091001
009030     ELSE                                                         00091001
009040         MOVE 0 TO WS-LOW-KWH                                     00091001
009050     END-IF.                                                      00091001
009060     COMPUTE WS-HIGH-KWH ROUNDED =                                00091001
009070         WS-EXP-KWH * (100 + WS-HIBILL-PCT) / 100.                00091001
009080     IF WS-HIGH-KWH NOT < WS-METER-MODULUS                        00091001
009090         GO TO 400-SET-LIMITS-EXIT                                00091001
009100     END-IF.                                                      00091001
009110                                                                  00092001
009120     COMPUTE WS-READ-SUM = WS-LAST-READ-N + WS-LOW-KWH.           00092001
009130     DIVIDE WS-READ-SUM BY WS-METER-MODULUS                       00092001
009140         GIVING WS-WRAPS REMAINDER WS-LOW-READ.                   00092001
009150     COMPUTE WS-READ-SUM = WS-LAST-READ-N + WS-HIGH-KWH.          00092001
009160     DIVIDE WS-READ-SUM BY WS-METER-MODULUS                       00092001
009170         GIVING WS-WRAPS REMAINDER WS-HIGH-READ.                  00092001
009180     SET WS-LIMITS-SET TO TRUE.                                   00092001
009190 400-SET-LIMITS-EXIT.                                             00092001
009200     EXIT.                                                        00092001
009210                                                                  00093001
009220***************************************************************** 00093001
009230* ADD THE METER TO THE ROUTE TABLE IN ROUTE / WALK-SEQUENCE /     00093001
009240* ACCOUNT ORDER - ENTRIES THAT SORT AFTER IT MOVE DOWN ONE.       00093001
009250***************************************************************** 00093001
009260 450-ADD-TO-ROUTE.                                                00093001
009270     MOVE WS-MM-ROUTE(WS-MM-IDX)     TO WS-NEW-ROUTE.             00093001
009280     MOVE WS-MM-ROUTE-SEQ(WS-MM-IDX) TO WS-NEW-SEQ.               00093001
009290     MOVE CM-ACCOUNT-NO              TO WS-NEW-ACCOUNT.           00093001
009300     MOVE WS-MM-METER-NO(WS-MM-IDX)  TO WS-NEW-METER-NO.          00093001
009310     MOVE WS-MM-DIALS(WS-MM-IDX)     TO WS-NEW-DIALS.             00094001
009320     MOVE WS-MM-LAST-READ(WS-MM-IDX) TO WS-NEW-LAST-READ.         00094001
009330     MOVE WS-MM-LAST-DATE(WS-MM-IDX) TO WS-NEW-LAST-DATE.         00094001
009340     MOVE WS-LIMIT-SW                TO WS-NEW-LIMIT-FLAG.        00094001
009350     MOVE WS-LOW-READ                TO WS-NEW-LOW-READ.          00094001
009360     MOVE WS-HIGH-READ               TO WS-NEW-HIGH-READ.         00094001
009370     MOVE WS-EXP-KWH                 TO WS-NEW-EXP-KWH.           00094001
009380     MOVE CM-CUST-NAME               TO WS-NEW-NAME.              00094001
009390     MOVE CM-ADDR-LINE1              TO WS-NEW-ADDR.              00094001
009400     MOVE CM-BILL-CYCLE              TO WS-NEW-CYCLE.             00094001
009410                                                                  00095001
009420     IF WS-RTE-COUNT >= 500                                       00095001
009430         DISPLAY 'MORE THAN 500 METERS DUE - ROUTE TABLE FULL'    00095001
009440         MOVE 16 TO RETURN-CODE                                   00095001
009450         STOP RUN                                                 00095001
009460     END-IF.                                                      00095001
009470     ADD 1 TO WS-RTE-COUNT.                                       00095001
009480     MOVE WS-RTE-COUNT TO WS-RTE-IDX.                             00095001
009490     MOVE 'N' TO WS-SLOT-SW.                                      00095001
009500     PERFORM 455-FIND-SLOT                                        00095001
009510         UNTIL WS-SLOT-FOUND.                                     00096001
009520     MOVE WS-NEW-ENTRY TO WS-RTE-ENTRY(WS-RTE-IDX).               00096001
009530                                                                  00096001
009540 455-FIND-SLOT.                                                   00096001
009550     IF WS-RTE-IDX = 1                                            00096001
009560         SET WS-SLOT-FOUND TO TRUE                                00096001
009570     ELSE                                                         00096001
009580         IF WS-RTE-KEY(WS-RTE-IDX - 1) NOT > WS-NEW-KEY           00096001
009590             SET WS-SLOT-FOUND TO TRUE                            00096001
009600         ELSE                                                     00096001
009610             MOVE WS-RTE-ENTRY(WS-RTE-IDX - 1)                    00097001
009620                 TO WS-RTE-ENTRY(WS-RTE-IDX)                      00097001
009630             SUBTRACT 1 FROM WS-RTE-IDX                           00097001
009640         END-IF                                                   00097001
009650     END-IF.                                                      00097001
009660                                                                  00097001
009670***************************************************************** 00097001
009680* WRITE THE DOWNLOAD AND THE ROUTE SHEET FROM THE ROUTE TABLE,    00097001
009690* BREAKING ON ROUTE, THEN THE METERS-PER-ROUTE SUMMARY.           00097001
009700***************************************************************** 00097001
009710 500-WRITE-ROUTES.                                                00098001
009720     IF WS-EXCEPTIONS = 0                                         00098001
009730         MOVE '    NONE' TO RS-LINE                               00098001
009740         WRITE RS-LINE                                            00098001
009750     END-IF.                                                      00098001
009760     MOVE SPACES TO WS-PREV-ROUTE.                                00098001
009770     MOVE 1 TO WS-RTE-IDX.                                        00098001
009780     PERFORM 510-WRITE-ROUTE-ENTRY                                00098001
009790         UNTIL WS-RTE-IDX > WS-RTE-COUNT.                         00098001
009800     IF WS-RS-COUNT > 0                                           00098001
009810         PERFORM 530-PRINT-ROUTE-TOTAL                            00099001
009820     END-IF.                                                      00099001
009830     PERFORM 550-PRINT-ROUTE-SUMMARY.                             00099001
009840                                                                  00099001
009850 510-WRITE-ROUTE-ENTRY.                                           00099001
009860     IF WS-RS-COUNT = 0                                           00099001
009870         OR WS-RTE-ROUTE(WS-RTE-IDX) NOT = WS-PREV-ROUTE          00099001
009880         IF WS-RS-COUNT > 0                                       00099001
009890             PERFORM 530-PRINT-ROUTE-TOTAL                        00099001
009900         END-IF                                                   00099001
009910         PERFORM 520-START-ROUTE                                  00100001
009920     END-IF.                                                      00100001
009930                                                                  00100001
009940     MOVE SPACES TO RD-RECORD.                                    00100001
009950     MOVE WS-RTE-ROUTE(WS-RTE-IDX)      TO RD-ROUTE.              00100001
009960     MOVE WS-RTE-SEQ(WS-RTE-IDX)        TO RD-ROUTE-SEQ.          00100001
009970     MOVE WS-RTE-ACCOUNT(WS-RTE-IDX)    TO RD-ACCOUNT-NO.         00100001
009980     MOVE WS-RTE-METER-NO(WS-RTE-IDX)   TO RD-METER-NO.           00100001
009990     MOVE WS-RTE-DIALS(WS-RTE-IDX)      TO RD-DIAL-COUNT.         00100001
010000     MOVE WS-RTE-LAST-READ(WS-RTE-IDX)  TO RD-LAST-READ.          00100001
010010     MOVE WS-RTE-LAST-DATE(WS-RTE-IDX)  TO RD-LAST-READ-DATE.     00101001
010020     MOVE WS-RTE-LIMIT-FLAG(WS-RTE-IDX) TO RD-LIMIT-FLAG.         00101001
010030     MOVE WS-RTE-LOW-READ(WS-RTE-IDX)   TO RD-LOW-READ.           00101001
010040     MOVE WS-RTE-HIGH-READ(WS-RTE-IDX)  TO RD-HIGH-READ.          00101001
010050     MOVE WS-RTE-EXP-KWH(WS-RTE-IDX)    TO RD-EXPECTED-KWH.       00101001
010060     MOVE WS-RTE-NAME(WS-RTE-IDX)       TO RD-CUST-NAME.          00101001
010070     MOVE WS-RTE-ADDR(WS-RTE-IDX)       TO RD-SERVICE-ADDR.       00101001
010080     MOVE WS-RTE-CYCLE(WS-RTE-IDX)      TO RD-BILL-CYCLE.         00101001
010090     MOVE WS-READ-DATE                  TO RD-READ-DATE.          00101001
010100     WRITE RD-RECORD.                                             00101001
010110     IF WS-RTEDNLD-STATUS NOT = '00'                              00102001
010120         DISPLAY 'UNABLE TO WRITE RTEDNLD, STATUS='               00102001
010130             WS-RTEDNLD-STATUS                                    00102001
010140         MOVE 16 TO RETURN-CODE                                   00102001
010150         STOP RUN                                                 00102001
010160     END-IF.                                                      00102001
010170     ADD 1 TO WS-DNLD-WRITTEN.                                    00102001
010180     ADD 1 TO WS-RS-METERS(WS-RS-COUNT).                          00102001
010190     IF RD-LIMITS-SET                                             00102001
010200         ADD 1 TO WS-DNLD-LIMITS                                  00102001
010210         ADD 1 TO WS-RS-LIMITS(WS-RS-COUNT)                       00103001
010220     ELSE                                                         00103001
010230         ADD 1 TO WS-DNLD-NO-LIMITS                               00103001
010240         ADD 1 TO WS-RS-NO-LIMITS(WS-RS-COUNT)                    00103001
010250     END-IF.                                                      00103001
010260     PERFORM 610-PRINT-DETAIL.                                    00103001
010270     ADD 1 TO WS-RTE-IDX.                                         00103001
010280                                                                  00103001
010290 520-START-ROUTE.                                                 00103001
010300     IF WS-RS-COUNT >= 100                                        00103001
010310         DISPLAY 'MORE THAN 100 ROUTES DUE - SUMMARY TABLE FULL'  00104001
010320         MOVE 16 TO RETURN-CODE                                   00104001
010330         STOP RUN                                                 00104001
010340     END-IF.                                                      00104001
010350     ADD 1 TO WS-RS-COUNT.                                        00104001
010360     MOVE WS-RTE-ROUTE(WS-RTE-IDX) TO WS-RS-ROUTE(WS-RS-COUNT)    00104001
010370                                      WS-PREV-ROUTE.              00104001
010380     MOVE 0 TO WS-RS-METERS(WS-RS-COUNT)                          00104001
010390               WS-RS-LIMITS(WS-RS-COUNT)                          00104001
010400               WS-RS-NO-LIMITS(WS-RS-COUNT).                      00104001
010410     MOVE SPACES TO RS-LINE.                                      00105001
010420     WRITE RS-LINE.                                               00105001
010430     MOVE SPACES TO WS-PRINT-LINE.                                00105001
010440     STRING 'ROUTE ' WS-PREV-ROUTE '   READ DATE ' WS-READ-DATE   00105001
010450         DELIMITED BY SIZE INTO WS-PRINT-LINE.                    00105001
010460     WRITE RS-LINE FROM WS-PRINT-LINE.                            00105001
010470     MOVE SPACES TO WS-PRINT-LINE.                                00105001
010480     STRING 'SEQ ACCT   METER    DL LAST  READ DATE  '            00105001
010490         '  EXP KWH  LOW READ HIGH READ  '                        00105001
010500         'CUSTOMER             SERVICE ADDRESS'                   00105001
010510         DELIMITED BY SIZE INTO WS-PRINT-LINE.                    00106001
010520     WRITE RS-LINE FROM WS-PRINT-LINE.                            00106001
010530                                                                  00106001
010540 530-PRINT-ROUTE-TOTAL.                                           00106001
010550     MOVE WS-RS-METERS(WS-RS-COUNT) TO WS-COUNT-ED.               00106001
010560     MOVE SPACES TO WS-PRINT-LINE.                                00106001
010570     STRING 'ROUTE ' WS-RS-ROUTE(WS-RS-COUNT) ' METERS '          00106001
010580         WS-COUNT-ED                                              00106001
010590         DELIMITED BY SIZE INTO WS-PRINT-LINE.                    00106001
010600     WRITE RS-LINE FROM WS-PRINT-LINE.                            00106001
010610                                                                  00107001
010620***************************************************************** 00107001
010630* METERS PER ROUTE - WITH AND WITHOUT READ LIMITS.                00107001
010640***************************************************************** 00107001
010650 550-PRINT-ROUTE-SUMMARY.                                         00107001
010660     MOVE SPACES TO RS-LINE.                                      00107001
010670     WRITE RS-LINE.                                               00107001
010680     MOVE 'METERS PER ROUTE' TO RS-LINE.                          00107001
010690     WRITE RS-LINE.                                               00107001
010700     MOVE 'ROUTE      METERS  LIMITS SET   NO LIMITS' TO RS-LINE. 00107001
010710     WRITE RS-LINE.                                               00108001
010720     MOVE 1 TO WS-RS-IDX.                                         00108001
010730     PERFORM 555-PRINT-ROUTE-COUNT                                00108001
010740         UNTIL WS-RS-IDX > WS-RS-COUNT.                           00108001
010750     MOVE WS-DNLD-WRITTEN   TO WS-COUNT-ED.                       00108001
010760     MOVE WS-DNLD-LIMITS    TO WS-COUNT-ED2.                      00108001
010770     MOVE WS-DNLD-NO-LIMITS TO WS-COUNT-ED3.                      00108001
010780     MOVE SPACES TO WS-PRINT-LINE.                                00108001
010790     STRING 'ALL      ' WS-COUNT-ED '     ' WS-COUNT-ED2          00108001
010800         '     ' WS-COUNT-ED3                                     00108001
010810         DELIMITED BY SIZE INTO WS-PRINT-LINE.                    00109001
010820     WRITE RS-LINE FROM WS-PRINT-LINE.                            00109001
010830                                                                  00109001
010840 555-PRINT-ROUTE-COUNT.                                           00109001
010850     MOVE WS-RS-METERS(WS-RS-IDX)    TO WS-COUNT-ED.              00109001
010860     MOVE WS-RS-LIMITS(WS-RS-IDX)    TO WS-COUNT-ED2.             00109001
010870     MOVE WS-RS-NO-LIMITS(WS-RS-IDX) TO WS-COUNT-ED3.             00109001
010880     MOVE SPACES TO WS-PRINT-LINE.                                00109001
010890     STRING WS-RS-ROUTE(WS-RS-IDX) '     ' WS-COUNT-ED            00109001
010900         '     ' WS-COUNT-ED2 '     ' WS-COUNT-ED3                00109001
010910         DELIMITED BY SIZE INTO WS-PRINT-LINE.                    00110001
010920     WRITE RS-LINE FROM WS-PRINT-LINE.                            00110001
010930     ADD 1 TO WS-RS-IDX.                                          00110001
010940                                                                  00110001
010950***************************************************************** 00110001
010960* REPORT HEADINGS - THE EXCEPTIONS COME FIRST, SO THEY ARE        00110001
010970* CLEARED BEFORE THE ROUTES GO OUT.                               00110001
010980***************************************************************** 00110001
010990 600-PRINT-HEADINGS.                                              00110001
011000     MOVE SPACES TO WS-PRINT-LINE.                                00110001
011010     STRING 'UTIL2008 METER-READING ROUTE SHEET'                  00111001
011020         '   READ DATE ' WS-READ-DATE                             00111001
011030         '   RUN DATE ' WS-RUN-DATE                               00111001
011040         '   WINDOW +/- ' WS-HIBILL-PCT ' PCT'                    00111001
011050         DELIMITED BY SIZE INTO WS-PRINT-LINE.                    00111001
011060     WRITE RS-LINE FROM WS-PRINT-LINE.                            00111001
011070     MOVE SPACES TO RS-LINE.                                      00111001
011080     WRITE RS-LINE.                                               00111001
011090     MOVE 'EXCEPTIONS - CLEAR BEFORE THE ROUTES GO OUT'           00111001
011100         TO RS-LINE.                                              00111001
011110     WRITE RS-LINE.                                               00112001
011120                                                                  00112001
011130***************************************************************** 00112001
011140* ONE ROUTE-SHEET LINE PER METER, IN WALK ORDER.                  00112001
011150***************************************************************** 00112001
011160 610-PRINT-DETAIL.                                                00112001
011170     MOVE WS-RTE-EXP-KWH(WS-RTE-IDX) TO WS-KWH-ED.                00112001
011180     IF WS-RTE-LIMIT-FLAG(WS-RTE-IDX) = 'Y'                       00112001
011190         MOVE WS-RTE-LOW-READ(WS-RTE-IDX)  TO WS-READ-ED          00112001
011200         MOVE WS-RTE-HIGH-READ(WS-RTE-IDX) TO WS-READ-ED2         00112001
011210         MOVE SPACES TO WS-LIMITS-TEXT                            00113001
011220         STRING '  ' WS-READ-ED '    ' WS-READ-ED2                00113001
011230             DELIMITED BY SIZE INTO WS-LIMITS-TEXT                00113001
011240     ELSE                                                         00113001
011250         MOVE '  NO LIMITS' TO WS-LIMITS-TEXT                     00113001
011260     END-IF.                                                      00113001
011270     MOVE SPACES TO WS-PRINT-LINE.                                00113001
011280     STRING WS-RTE-SEQ(WS-RTE-IDX) ' '                            00113001
011290         WS-RTE-ACCOUNT(WS-RTE-IDX) ' '                           00113001
011300         WS-RTE-METER-NO(WS-RTE-IDX) ' '                          00113001
011310         WS-RTE-DIALS(WS-RTE-IDX) '  '                            00114001
011320         WS-RTE-LAST-READ(WS-RTE-IDX) ' '                         00114001
011330         WS-RTE-LAST-DATE(WS-RTE-IDX) '   '                       00114001
011340         WS-KWH-ED ' ' WS-LIMITS-TEXT ' '                         00114001
011350         WS-RTE-NAME(WS-RTE-IDX) ' '                              00114001
011360         WS-RTE-ADDR(WS-RTE-IDX)                                  00114001
011370         DELIMITED BY SIZE INTO WS-PRINT-LINE.                    00114001
011380     WRITE RS-LINE FROM WS-PRINT-LINE.                            00114001
011390                                                                  00114001
011400***************************************************************** 00114001
011410* AN ACCOUNT OR METER THAT CANNOT GO OUT ON A ROUTE.              00115001
011420***************************************************************** 00115001
011430 700-WRITE-EXCEPTION.                                             00115001
011440     ADD 1 TO WS-EXCEPTIONS.                                      00115001
011450     MOVE SPACES TO WS-PRINT-LINE.                                00115001
011460     STRING 'ACCT ' WS-EXC-ACCOUNT '  CYCLE ' WS-EXC-CYCLE        00115001
011470         '  METER ' WS-EXC-METER '  *** ' WS-EXC-REASON           00115001
011480         DELIMITED BY SIZE INTO WS-PRINT-LINE.                    00115001
011490     WRITE RS-LINE FROM WS-PRINT-LINE.                            00115001
011500     DISPLAY '*** ROUTE EXCEPTION - ACCT ' WS-EXC-ACCOUNT ' '     00115001
011510         WS-EXC-REASON.                                           00116001
011520                                                                  00116001
011530***************************************************************** 00116001
011540* CONTROL TOTALS, CLOSE UP.                                       00116001
011550***************************************************************** 00116001
011560 800-END-OF-RUN.                                                  00116001
011570     DISPLAY '================================'.                  00116001
011580     DISPLAY '*** UTIL2008 CONTROL TOTALS  ***'.                  00116001
011590     DISPLAY '================================'.                  00116001
011600     DISPLAY 'MASTERS READ      : ' WS-CUST-READ.                 00116001
011610     DISPLAY 'MASTERS DUE       : ' WS-CUST-DUE.                  00117001
011620     DISPLAY 'MASTERS NOT DUE   : ' WS-CUST-NOT-DUE.              00117001
011630     DISPLAY 'CLOSED ACCOUNTS   : ' WS-CUST-CLOSED.               00117001
011631     DISPLAY 'DISCONNECTED      : ' WS-CUST-DISCONN.              00117001
011640     DISPLAY 'NO METER ON FILE  : ' WS-NO-METER.                  00117001
011650     DISPLAY 'NO ROUTE ASSIGNED : ' WS-NO-ROUTE.                  00117001
011660     DISPLAY 'METERS NO ACCOUNT : ' WS-ORPHAN-METERS.             00117001
011670     DISPLAY 'METERS DOWNLOADED : ' WS-DNLD-WRITTEN.              00117001
011680     DISPLAY 'WITH READ LIMITS  : ' WS-DNLD-LIMITS.               00117001
011690     DISPLAY 'NO READ LIMITS    : ' WS-DNLD-NO-LIMITS.            00117001
011700     DISPLAY 'ROUTES            : ' WS-RS-COUNT.                  00117001
011710     DISPLAY 'HISTORY RECS READ : ' WS-HIST-READ.                 00118001
011720     DISPLAY '================================'.                  00118001
011730                                                                  00118001
011740     CLOSE CUSTMAST.                                              00118001
011750     IF WS-AUDITH-OPEN                                            00118001
011760         CLOSE AUDITH                                             00118001
011770     END-IF.                                                      00118001
011780     CLOSE RTEDNLD.                                               00118001
011790     CLOSE RTESHEET.                                              00118001
