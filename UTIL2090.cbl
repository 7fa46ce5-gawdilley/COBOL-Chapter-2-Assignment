000010 IDENTIFICATION DIVISION.                                         00001001
000020 PROGRAM-ID. UTIL2090.                                            00001001
000030***************************************************************** 00001001
000040*  Programmer.:Gabriel Dilley                                     00001001
000050*  Date.......:October 9, 2026                                    00001001
000060*  GitHub URL.:                                                   00001001
000070*  Description:Month-end unbilled revenue accrual.  Energy        00001001
000080*              delivered between an account's last bill date      00001001
000090*              (CM-BILL-DATE) and the end of the month has not    00001001
000100*              been billed yet, but Accounting has to book it in  00001001
000110*              the month it was delivered.  For every active      00002001
000120*              account the usage since the last bill is estimated 00002001
000130*              from the account's average daily kWh over the      00002001
000140*              retained audit history (AUDITH) for the same       00002001
000150*              season, and priced under the RATEFIL and TAXFIL    00002001
000160*              rows in effect on the accrual date exactly as the  00002001
000170*              bill run would price it.  The accrual journal is   00002001
000180*              written to ACCREXT in the G/L extract layout - by  00002001
000190*              revenue account code and rate plan, with the       00002001
000200*              unbilled receivable as the offset - followed by    00002001
000210*              the automatic reversing entry dated the first of   00003001
000220*              the next month.  ACCRRPT lists every account's     00003001
000230*              estimate and totals it by rate plan and tax        00003001
000240*              jurisdiction so the journal entry can be traced    00003001
000250*              back to the accounts behind it.                    00003001
000260***************************************************************** 00003001
000270*  MODIFICATION HISTORY                                           00003001
000280*  ---------------------------------------------------------      00003001
000290*  DATE       INIT  DESCRIPTION                                   00003001
000300*  ---------------------------------------------------------      00003001
000310*  10/09/2026 GD    Initial version.                              00004001
000311*  10/13/2026 GD    CUSTMAST grew to 148 bytes (net-metering flag 00004001
000312*                   and received kWh) and AUDITH to 153 bytes     00004001
000313*                   (delivered/received/banked kWh) - layout sync.00004001
000314*  10/15/2026 GD    Service-off accounts (final read billed after 00004001
000315*                   a field disconnect) are not accrued.  An      00004001
000316*                   account disconnected but not yet final-billed 00004001
000317*                   (status D/F) accrues the kWh UTIL2055 left on 00004001
000318*                   CM-KWH-USED, basis FINAL RD, not an estimate  00004001
000319*                   running past the shut-off.                    00004001
000320*  10/15/2026 GD    AUDITH is indexed by account, run date and    00004001
000321*                   run time - each account's history is read     00004001
000322*                   from its own first key, in period order,      00004001
000323*                   up to the accrual date instead of matched     00004001
000324*                   in one pass.                                  00004001
000325***************************************************************** 00004001
000330                                                                  00004001
000340 ENVIRONMENT DIVISION.                                            00004001
000350 INPUT-OUTPUT SECTION.                                            00004001
000360 FILE-CONTROL.                                                    00004001
000370*  Optional accrual-date card - absent, the accrual runs through  00004001
000380*  the last day of the current month.                             00004001
000390     SELECT ACCRPARM ASSIGN TO "ACCRPARM"                         00004001
000400         ORGANIZATION IS LINE SEQUENTIAL                          00004001
000410         FILE STATUS IS WS-ACCRPARM-STATUS.                       00005001
000420                                                                  00005001
000430*  Customer master - plan, jurisdiction, service fee and the      00005001
000440*  last bill date.                                                00005001
000450     SELECT CUSTMAST ASSIGN TO "CUSTMAST"                         00005001
000460         ORGANIZATION IS LINE SEQUENTIAL                          00005001
000470         FILE STATUS IS WS-CUSTMAST-STATUS.                       00005001
000480                                                                  00005001
000490*  Retained audit history, keyed by account, run date and run     00005001
000496*  time - the usage the daily averages come from.  Absent on a    00005001
000502*  first cycle.                                                   00005001
000508     SELECT AUDITH ASSIGN TO "AUDITH"                             00005001
000514         ORGANIZATION IS INDEXED                                  00005001
000520         ACCESS MODE IS DYNAMIC                                   00005001
000526         RECORD KEY IS AH-KEY                                     00005001
000532         FILE STATUS IS WS-AUDITH-STATUS.                         00005001
000540                                                                  00006001
000550*  Date-effective rate schedule and jurisdiction tax rates.       00006001
000560     SELECT RATEFIL ASSIGN TO "RATEFIL"                           00006001
000570         ORGANIZATION IS LINE SEQUENTIAL                          00006001
000580         FILE STATUS IS WS-RATEFIL-STATUS.                        00006001
000590                                                                  00006001
000600     SELECT TAXFIL ASSIGN TO "TAXFIL"                             00006001
000610         ORGANIZATION IS LINE SEQUENTIAL                          00007001
000620         FILE STATUS IS WS-TAXFIL-STATUS.                         00007001
000630                                                                  00007001
000640*  Accrual journal in the G/L extract layout - the month-end      00007001
000650*  entry followed by its reversal.                                00007001
000660     SELECT ACCREXT ASSIGN TO "ACCREXT"                           00007001
000670         ORGANIZATION IS LINE SEQUENTIAL                          00007001
000680         FILE STATUS IS WS-ACCREXT-STATUS.                        00007001
000690                                                                  00007001
000700*  Accrual report - account detail, plan/jurisdiction totals      00007001
000710*  and the journal entry.                                         00008001
000720     SELECT ACCRRPT ASSIGN TO "ACCRRPT"                           00008001
000730         ORGANIZATION IS LINE SEQUENTIAL                          00008001
000740         FILE STATUS IS WS-ACCRRPT-STATUS.                        00008001
000750                                                                  00008001
000760 DATA DIVISION.                                                   00008001
000770 FILE SECTION.                                                    00008001
000780                                                                  00008001
000790 FD  ACCRPARM                                                     00008001
000800     RECORDING MODE IS F.                                         00008001
000810 01  AP-RECORD.                                                   00009001
000820*    ACCRUE THROUGH THIS DATE - NORMALLY A MONTH END.             00009001
000830     05  AP-ACCRUAL-DATE          PIC X(08).                      00009001
000840     05  AP-ACCRUAL-DATE-N REDEFINES AP-ACCRUAL-DATE              00009001
000850                                  PIC 9(08).                      00009001
000860     05  FILLER                   PIC X(72).                      00009001
000870                                                                  00009001
000880 FD  CUSTMAST                                                     00009001
000890     RECORDING MODE IS F.                                         00009001
000900 01  CM-RECORD.                                                   00009001
000910     05  CM-ACCOUNT-NO            PIC 9(06).                      00010001
000920     05  CM-CUST-NAME             PIC X(20).                      00010001
000930     05  CM-ADDR-LINE1            PIC X(25).                      00010001
000940     05  CM-ADDR-LINE2            PIC X(25).                      00010001
000950     05  CM-CITY-ST-ZIP           PIC X(25).                      00010001
000960     05  CM-KWH-USED              PIC S9(05)                      00010001
000970                                  SIGN LEADING SEPARATE.          00010001
000980     05  CM-SERVICE-FEE           PIC 9(03)V99.                   00010001
000990     05  CM-RATE-PLAN-CODE        PIC X(01).                      00010001
001000     05  CM-BILLING-DAYS          PIC 9(02).                      00010001
001010     05  CM-BILL-DATE             PIC 9(08).                      00011001
001020     05  CM-BILL-DATE-X REDEFINES CM-BILL-DATE                    00011001
001030                                  PIC X(08).                      00011001
001040     05  CM-TAX-JURIS             PIC X(02).                      00011001
001050     05  CM-BUDGET-PLAN           PIC X(01).                      00011001
001060     05  CM-EST-FLAG              PIC X(01).                      00011001
001070     05  CM-ACCT-STATUS           PIC X(01).                      00011001
001080         88  CM-CLOSED                        VALUE 'C'.          00011001
001081         88  CM-SERVICE-OFF                   VALUE 'S'.          00011001
001082         88  CM-FINAL-PENDING                 VALUE 'D' 'F'.      00011001
001090     05  CM-PEAK-KWH              PIC S9(05)                      00011001
001100                                  SIGN LEADING SEPARATE.          00011001
001110     05  CM-EBILL-FLAG            PIC X(01).                      00012001
001120     05  CM-EST-KWH-TOT           PIC X(05).                      00012001
001130     05  CM-BILL-CYCLE            PIC X(02).                      00012001
001131*    NET METERING - Y FOR A CUSTOMER-GENERATION ACCOUNT, WITH     00012001
001132*    THE RECEIVED (EXPORT) KWH FOR THE PERIOD.                    00012001
001133     05  CM-NET-METER             PIC X(01).                      00012001
001134         88  CM-NET-METERED                   VALUE 'Y'.          00012001
001135     05  CM-KWH-RECVD-X           PIC X(05).                      00012001
001136     05  CM-KWH-RECVD REDEFINES CM-KWH-RECVD-X                    00012001
001137                                  PIC 9(05).                      00012001
001140 01  CT-RECORD.                                                   00012001
001150     05  CT-TRAILER-ID            PIC X(06).                      00012001
001160         88  CT-TRAILER                       VALUE '999999'.     00012001
001170     05  CT-LABEL                 PIC X(08).                      00012001
001180     05  CT-RECORD-COUNT          PIC 9(06).                      00012001
001190     05  FILLER                   PIC X(128).                     00012001
001200                                                                  00012001
001210 FD  AUDITH                                                       00013001
001218     RECORD CONTAINS 153 CHARACTERS.                              00013001
001226 01  AH-RECORD.                                                   00013001
001234     05  AH-KEY.                                                  00013001
001242         10  AH-ACCOUNT-NO        PIC 9(06).                      00013001
001250         10  AH-RUN-DATE          PIC 9(08).                      00013001
001258         10  AH-RUN-TIME          PIC 9(08).                      00013001
001270     05  AH-KWH-USED              PIC 9(05).                      00013001
001280     05  FILLER                   PIC X(81).                      00013001
001290     05  AH-PEAK-KWH              PIC 9(05).                      00013001
001300     05  FILLER                   PIC X(14).                      00013001
001310     05  AH-BILL-TYPE             PIC X(01).                      00014001
001320         88  AH-TYPE-CANCELLED                VALUE 'C' 'X'.      00014001
001330     05  AH-REF-DATE              PIC X(08).                      00014001
001331     05  FILLER                   PIC X(17).                      00014001
001340                                                                  00014001
001350 FD  RATEFIL                                                      00014001
001360     RECORDING MODE IS F.                                         00014001
001370 01  RT-RECORD.                                                   00014001
001380     05  RT-PLAN-CODE             PIC X(01).                      00014001
001390     05  RT-EFF-DATE              PIC 9(08).                      00014001
001400     05  RT-TIER1-LIMIT           PIC 9(05).                      00014001
001410     05  RT-TIER2-LIMIT           PIC 9(05).                      00015001
001420     05  RT-RATE1                 PIC V99.                        00015001
001430     05  RT-RATE2                 PIC V99.                        00015001
001440     05  RT-RATE3                 PIC V99.                        00015001
001450     05  RT-DEMAND-RATE           PIC 9(03)V99.                   00015001
001460     05  RT-STD-DAYS              PIC 9(02).                      00015001
001470     05  RT-PEAK-RATE-X           PIC X(02).                      00015001
001480     05  RT-PEAK-RATE REDEFINES RT-PEAK-RATE-X                    00015001
001490                                  PIC V99.                        00015001
001500     05  RT-OFFPEAK-RATE-X        PIC X(02).                      00015001
001510     05  RT-OFFPEAK-RATE REDEFINES RT-OFFPEAK-RATE-X              00016001
001520                                  PIC V99.                        00016001
001530     05  FILLER                   PIC X(06).                      00016001
001540                                                                  00016001
001550 FD  TAXFIL                                                       00016001
001560     RECORDING MODE IS F.                                         00016001
001570 01  TX-RECORD.                                                   00016001
001580     05  TX-JURIS-CODE            PIC X(02).                      00016001
001590     05  TX-EFF-DATE              PIC 9(08).                      00016001
001600     05  TX-STATE-TAX-PCT         PIC V9999.                      00016001
001610     05  TX-FRANCHISE-PCT         PIC V9999.                      00017001
001620     05  TX-JURIS-NAME            PIC X(20).                      00017001
001630     05  FILLER                   PIC X(08).                      00017001
001640                                                                  00017001
001650 FD  ACCREXT                                                      00017001
001660     RECORDING MODE IS F.                                         00017001
001670 01  GL-RECORD.                                                   00017001
001680     05  GL-ACCOUNT-CODE          PIC X(08).                      00017001
001690     05  GL-DESCRIPTION           PIC X(22).                      00017001
001700     05  GL-AMOUNT                PIC 9(08)V99.                   00017001
001710*    DEBIT/CREDIT - BLANK IS A CREDIT, D IS A DEBIT.              00018001
001720     05  GL-DR-CR                 PIC X(01).                      00018001
001730         88  GL-DEBIT                         VALUE 'D'.          00018001
001740     05  GL-FILLER                PIC X(07).                      00018001
001750                                                                  00018001
001760 FD  ACCRRPT                                                      00018001
001770     RECORDING MODE IS F.                                         00018001
001780 01  AR-LINE                      PIC X(132).                     00018001
001790                                                                  00018001
001800 WORKING-STORAGE SECTION.                                         00018001
001810                                                                  00019001
001820***************************************************************** 00019001
001830* FILE STATUS / SWITCHES                                          00019001
001840***************************************************************** 00019001
001850 01  WS-ACCRPARM-STATUS          PIC X(02)   VALUE '00'.          00019001
001860     88  WS-ACCRPARM-NOTFOUND                VALUE '35'.          00019001
001870 01  WS-CUSTMAST-STATUS          PIC X(02)   VALUE '00'.          00019001
001880 01  WS-AUDITH-STATUS            PIC X(02)   VALUE '00'.          00019001
001890     88  WS-AUDITH-NOTFOUND                  VALUE '35'.          00019001
001900 01  WS-RATEFIL-STATUS           PIC X(02)   VALUE '00'.          00019001
001910     88  WS-RATEFIL-EOF                      VALUE '10'.          00020001
001920 01  WS-TAXFIL-STATUS            PIC X(02)   VALUE '00'.          00020001
001930     88  WS-TAXFIL-EOF                       VALUE '10'.          00020001
001940 01  WS-ACCREXT-STATUS           PIC X(02)   VALUE '00'.          00020001
001950 01  WS-ACCRRPT-STATUS           PIC X(02)   VALUE '00'.          00020001
001960                                                                  00020001
001970 01  WS-CM-EOF-SW                PIC X(01)   VALUE 'N'.           00020001
001980     88  WS-CM-EOF                           VALUE 'Y'.           00020001
001990 01  WS-AUDITH-OPEN-SW           PIC X(01)   VALUE 'N'.           00020001
002000     88  WS-AUDITH-OPEN                      VALUE 'Y'.           00020001
002010 01  WS-ACCRUE-SW                PIC X(01)   VALUE 'Y'.           00021001
002020     88  WS-ACCRUE-OK                        VALUE 'Y'.           00021001
002030     88  WS-ACCRUE-NOT                       VALUE 'N'.           00021001
002040 01  WS-CAPPED-SW                PIC X(01)   VALUE 'N'.           00021001
002050     88  WS-DAYS-CAPPED                      VALUE 'Y'.           00021001
002060 01  WS-LEAP-SW                  PIC X(01)   VALUE 'N'.           00021001
002070     88  WS-LEAP-YEAR                        VALUE 'Y'.           00021001
002080 01  WS-JP-FOUND-SW              PIC X(01)   VALUE 'N'.           00021001
002090     88  WS-JP-FOUND                         VALUE 'Y'.           00021001
002100                                                                  00021001
002110***************************************************************** 00022001
002120* MATCH KEYS - HIGH-VALUES AT END OF FILE.                        00022001
002130***************************************************************** 00022001
002140 01  WS-CM-KEY                   PIC X(06)   VALUE LOW-VALUES.    00022001
002150 01  WS-AH-KEY                   PIC X(06)   VALUE LOW-VALUES.    00022001
002160                                                                  00022001
002170***************************************************************** 00022001
002180* ACCRUAL AND REVERSAL DATES.  DATES ARE TURNED INTO DAY          00022001
002190* NUMBERS (DAYS SINCE 01/01/0001, LEAP YEARS COUNTED) SO THE      00022001
002200* DAYS SINCE THE LAST BILL ARE TRUE CALENDAR DAYS - AN            00022001
002210* ACCRUAL IS MONEY ON THE BOOKS, NOT A DUNNING BUCKET.            00023001
002220***************************************************************** 00023001
002230 01  WS-RUN-DATE                 PIC 9(08)   VALUE 0.             00023001
002240 01  WS-ACCR-DATE                PIC 9(08)   VALUE 0.             00023001
002250 01  WS-REVERSAL-DATE            PIC 9(08)   VALUE 0.             00023001
002260 01  WS-ACCR-DAYNO               PIC 9(07)   VALUE 0.             00023001
002270 01  WS-ACCR-SEASON              PIC X(01)   VALUE SPACE.         00023001
002280 01  WS-DATE-WORK.                                                00023001
002290     05  WS-DW-YEAR               PIC 9(04).                      00023001
002300     05  WS-DW-MONTH              PIC 9(02).                      00023001
002310     05  WS-DW-DAY                PIC 9(02).                      00024001
002320 01  WS-DATE-WORK-N REDEFINES WS-DATE-WORK                        00024001
002330                                 PIC 9(08).                       00024001
002340 01  WS-DAYNO-OUT                PIC 9(07)   VALUE 0.             00024001
002350 01  WS-PRIOR-YEAR               PIC 9(04)   VALUE 0.             00024001
002360 01  WS-LEAP-4                   PIC 9(04)   VALUE 0.             00024001
002370 01  WS-LEAP-100                 PIC 9(04)   VALUE 0.             00024001
002380 01  WS-LEAP-400                 PIC 9(04)   VALUE 0.             00024001
002390 01  WS-LEAP-REM-4               PIC 9(04)   VALUE 0.             00024001
002400 01  WS-LEAP-REM-100             PIC 9(04)   VALUE 0.             00024001
002410 01  WS-LEAP-REM-400             PIC 9(04)   VALUE 0.             00025001
002420 01  WS-MONTH-LAST-DAY           PIC 9(02)   VALUE 0.             00025001
002430                                                                  00025001
002440*    DAYS BEFORE EACH MONTH IN A COMMON YEAR.                     00025001
002450 01  WS-CUM-DAYS-VALUES.                                          00025001
002460     05  FILLER                   PIC X(18)                       00025001
002470                                  VALUE '000031059090120151'.     00025001
002480     05  FILLER                   PIC X(18)                       00025001
002490                                  VALUE '181212243273304334'.     00025001
002500 01  WS-CUM-DAYS-TABLE REDEFINES WS-CUM-DAYS-VALUES.              00025001
002510     05  WS-CUM-DAYS              PIC 9(03) OCCURS 12 TIMES.      00026001
002520                                                                  00026001
002530*    DAYS IN EACH MONTH IN A COMMON YEAR.                         00026001
002540 01  WS-MONTH-DAYS-VALUES        PIC X(24)                        00026001
002550                                 VALUE '312831303130313130313031'.00026001
002560 01  WS-MONTH-DAYS-TABLE REDEFINES WS-MONTH-DAYS-VALUES.          00026001
002570     05  WS-MONTH-DAYS            PIC 9(02) OCCURS 12 TIMES.      00026001
002580                                                                  00026001
002590*    SEASON OF EACH MONTH - SUMMER (S) IS JUNE THROUGH            00026001
002600*    SEPTEMBER, WHEN COOLING LOAD DRIVES USAGE; THE REST OF       00026001
002610*    THE YEAR IS WINTER (W).                                      00027001
002620 01  WS-SEASON-VALUES            PIC X(12)   VALUE 'WWWWWSSSSWWW'.00027001
002630 01  WS-SEASON-TABLE REDEFINES WS-SEASON-VALUES.                  00027001
002640     05  WS-SEASON-OF-MONTH       PIC X(01) OCCURS 12 TIMES.      00027001
002650                                                                  00027001
002660***************************************************************** 00027001
002670* RATE/TIER TABLE AND JURISDICTION TAX TABLE, LOADED AT RUN       00027001
002680* START - THE SAME DATE-EFFECTIVE TABLES THE BILL RUN USES.       00027001
002690***************************************************************** 00027001
002700 01  WS-RATE-COUNT               PIC 9(03)   VALUE 0.             00027001
002710 01  WS-RATE-TABLE.                                               00028001
002720     05  WS-RATE-ENTRY OCCURS 50 TIMES.                           00028001
002730         10  WS-RT-PLAN-CODE      PIC X(01).                      00028001
002740         10  WS-RT-EFF-DATE       PIC 9(08).                      00028001
002750         10  WS-RT-TIER1-LIMIT    PIC 9(05).                      00028001
002760         10  WS-RT-TIER2-LIMIT    PIC 9(05).                      00028001
002770         10  WS-RT-RATE1          PIC V99.                        00028001
002780         10  WS-RT-RATE2          PIC V99.                        00028001
002790         10  WS-RT-RATE3          PIC V99.                        00028001
002800         10  WS-RT-DEMAND-RATE    PIC 9(03)V99.                   00028001
002810         10  WS-RT-STD-DAYS       PIC 9(02).                      00029001
002820         10  WS-RT-PEAK-RATE      PIC V99.                        00029001
002830         10  WS-RT-OFFPEAK-RATE   PIC V99.                        00029001
002840 01  WS-RT-SEARCH-IDX            PIC 9(03)   VALUE 0.             00029001
002850 01  WS-RT-BEST-IDX              PIC 9(03)   VALUE 0.             00029001
002860 01  WS-RT-BEST-DATE             PIC 9(08)   VALUE 0.             00029001
002870                                                                  00029001
002880 01  WS-TAX-COUNT                PIC 9(03)   VALUE 0.             00029001
002890 01  WS-TAX-TABLE.                                                00029001
002900     05  WS-TAX-ENTRY OCCURS 20 TIMES.                            00029001
002910         10  WS-TX-JURIS-CODE     PIC X(02).                      00030001
002920         10  WS-TX-EFF-DATE       PIC 9(08).                      00030001
002930         10  WS-TX-STATE-PCT      PIC V9999.                      00030001
002940         10  WS-TX-FRANCHISE-PCT  PIC V9999.                      00030001
002950 01  WS-TX-SEARCH-IDX            PIC 9(03)   VALUE 0.             00030001
002960 01  WS-TX-BEST-IDX              PIC 9(03)   VALUE 0.             00030001
002970 01  WS-TX-BEST-DATE             PIC 9(08)   VALUE 0.             00030001
002980                                                                  00030001
002990***************************************************************** 00030001
003000* ONE ACCOUNT'S RETAINED HISTORY - LIVE PERIODS ONLY, OLDEST      00030001
003010* FIRST, WITH THE DAYS EACH PERIOD COVERED (RUN DATE TO RUN       00031001
003020* DATE; THE OLDEST PERIOD IS TAKEN AS A STANDARD PERIOD).         00031001
003030***************************************************************** 00031001
003040 01  WS-AHT-COUNT                PIC 9(03)   VALUE 0.             00031001
003050 01  WS-AHT-IDX                  PIC 9(03)   VALUE 0.             00031001
003060 01  WS-AHT-TABLE.                                                00031001
003070     05  WS-AHT-ENTRY OCCURS 40 TIMES.                            00031001
003080         10  WS-AHT-RUN-DATE      PIC 9(08).                      00031001
003090         10  WS-AHT-DAYNO         PIC 9(07).                      00031001
003100         10  WS-AHT-KWH           PIC 9(05).                      00031001
003110         10  WS-AHT-PEAK-KWH      PIC 9(05).                      00032001
003120         10  WS-AHT-DAYS          PIC 9(04).                      00032001
003130                                                                  00032001
003140***************************************************************** 00032001
003150* USAGE ESTIMATE FOR THE UNBILLED DAYS                            00032001
003160***************************************************************** 00032001
003170 01  WS-LAST-BILL-DAYNO          PIC 9(07)   VALUE 0.             00032001
003180 01  WS-ACCR-DAYS                PIC 9(05)   VALUE 0.             00032001
003190 01  WS-SEAS-KWH                 PIC 9(09)   VALUE 0.             00032001
003200 01  WS-SEAS-PEAK                PIC 9(09)   VALUE 0.             00032001
003210 01  WS-SEAS-DAYS                PIC 9(07)   VALUE 0.             00033001
003220 01  WS-ALL-KWH                  PIC 9(09)   VALUE 0.             00033001
003230 01  WS-ALL-PEAK                 PIC 9(09)   VALUE 0.             00033001
003240 01  WS-ALL-DAYS                 PIC 9(07)   VALUE 0.             00033001
003250 01  WS-BASIS-KWH                PIC 9(09)   VALUE 0.             00033001
003260 01  WS-BASIS-PEAK               PIC 9(09)   VALUE 0.             00033001
003270 01  WS-BASIS-DAYS               PIC 9(07)   VALUE 0.             00033001
003280 01  WS-BASIS                    PIC X(08)   VALUE SPACES.        00033001
003290 01  WS-AVG-DAILY-KWH            PIC 9(05)V9999 VALUE 0.          00033001
003300 01  WS-EST-PEAK                 PIC 9(07)   VALUE 0.             00033001
003310                                                                  00034001
003320***************************************************************** 00034001
003330* PRICING WORK FIELDS - THE BILL RUN'S ARITHMETIC, WIDENED FOR    00034001
003340* AN ESTIMATE THAT IS NOT BOUNDED BY A METER DIAL.                00034001
003350***************************************************************** 00034001
003360 01  WS-KWH-USED                 PIC 9(07)   VALUE 0.             00034001
003370 01  WS-PEAK-KWH                 PIC 9(07)   VALUE 0.             00034001
003380 01  WS-OFFPEAK-KWH              PIC 9(07)   VALUE 0.             00034001
003390 01  WS-SERVICE-FEE              PIC 9(03)V99 VALUE 0.            00034001
003400 01  WS-RATE-PLAN-CODE           PIC X(01)   VALUE SPACE.         00034001
003410 01  WS-BILLING-DAYS             PIC 9(02)   VALUE 0.             00035001
003420 01  WS-TAX-JURIS                PIC X(02)   VALUE SPACES.        00035001
003430                                                                  00035001
003440 01  WS-RATE-TIER1               PIC V99      VALUE 0.            00035001
003450 01  WS-RATE-TIER2               PIC V99      VALUE 0.            00035001
003460 01  WS-RATE-TIER3               PIC V99      VALUE 0.            00035001
003470 01  WS-DEMAND-RATE-CUR          PIC 9(03)V99 VALUE 0.            00035001
003480 01  WS-CUR-STD-DAYS             PIC 9(02)   VALUE 30.            00035001
003490 01  WS-TIER1-LIMIT-STD          PIC 9(05)   VALUE 0.             00035001
003500 01  WS-TIER2-LIMIT-STD          PIC 9(05)   VALUE 0.             00035001
003510 01  WS-TIER1-LIMIT              PIC 9(05)   VALUE 0.             00036001
003520 01  WS-TIER2-LIMIT              PIC 9(05)   VALUE 0.             00036001
003530 01  WS-STATE-PCT-CUR            PIC V9999   VALUE 0.             00036001
003540 01  WS-FRANCHISE-PCT-CUR        PIC V9999   VALUE 0.             00036001
003550 01  WS-PEAK-RATE-CUR            PIC V99     VALUE 0.             00036001
003560 01  WS-OFFPEAK-RATE-CUR         PIC V99     VALUE 0.             00036001
003570                                                                  00036001
003580 01  WS-TIER1-KWH                PIC 9(07)   VALUE 0.             00036001
003590 01  WS-TIER2-KWH                PIC 9(07)   VALUE 0.             00036001
003600 01  WS-TIER3-KWH                PIC 9(07)   VALUE 0.             00036001
003610 01  WS-TIER1-CHARGE             PIC 9(07)V99 VALUE 0.            00037001
003620 01  WS-TIER2-CHARGE             PIC 9(07)V99 VALUE 0.            00037001
003630 01  WS-TIER3-CHARGE             PIC 9(07)V99 VALUE 0.            00037001
003640 01  WS-DEMAND-CHARGE            PIC 9(07)V99 VALUE 0.            00037001
003650 01  WS-PEAK-CHARGE              PIC 9(07)V99 VALUE 0.            00037001
003660 01  WS-OFFPEAK-CHARGE           PIC 9(07)V99 VALUE 0.            00037001
003670 01  WS-PRORATED-SERVICE-FEE     PIC 9(03)V99 VALUE 0.            00037001
003680 01  WS-TAX-BASE                 PIC 9(08)V99 VALUE 0.            00037001
003690 01  WS-STATE-TAX                PIC 9(07)V99 VALUE 0.            00037001
003700 01  WS-FRANCHISE-FEE            PIC 9(07)V99 VALUE 0.            00037001
003710 01  WS-SUBTOTAL                 PIC 9(08)V99 VALUE 0.            00038001
003720 01  WS-TOTAL-ACCRUAL            PIC 9(08)V99 VALUE 0.            00038001
003730 01  WS-REVENUE-AMT              PIC 9(08)V99 VALUE 0.            00038001
003740 01  WS-TAXES-AMT                PIC 9(08)V99 VALUE 0.            00038001
003750 01  WS-EDIT-REASON              PIC X(40)   VALUE SPACES.        00038001
003760                                                                  00038001
003770***************************************************************** 00038001
003780* ACCRUAL TOTALS BY RATE PLAN - ONE JOURNAL LINE PER REVENUE      00038001
003790* ACCOUNT AND PLAN, AND THE PLAN'S UNBILLED RECEIVABLE.           00038001
003800***************************************************************** 00038001
003810 01  WS-PLAN-CODES               PIC X(04)   VALUE 'RCIT'.        00039001
003820 01  WS-PLAN-CODE-TABLE REDEFINES WS-PLAN-CODES.                  00039001
003830     05  WS-PLAN-CODE-OF          PIC X(01) OCCURS 4 TIMES.       00039001
003840 01  WS-PL-IDX                   PIC 9(02)   VALUE 0.             00039001
003850 01  WS-PL-SCAN                  PIC 9(02)   VALUE 0.             00039001
003860 01  WS-PLAN-TABLE.                                               00039001
003870     05  WS-PLAN-ENTRY OCCURS 4 TIMES.                            00039001
003880         10  WS-PL-CODE           PIC X(01).                      00039001
003890         10  WS-PL-ACCOUNTS       PIC 9(06).                      00039001
003900         10  WS-PL-KWH            PIC 9(09).                      00039001
003910         10  WS-PL-TIER1-CHG      PIC 9(08)V99.                   00040001
003920         10  WS-PL-TIER2-CHG      PIC 9(08)V99.                   00040001
003930         10  WS-PL-TIER3-CHG      PIC 9(08)V99.                   00040001
003940         10  WS-PL-DEMAND-CHG     PIC 9(08)V99.                   00040001
003950         10  WS-PL-SERVICE-FEE    PIC 9(08)V99.                   00040001
003960         10  WS-PL-PEAK-CHG       PIC 9(08)V99.                   00040001
003970         10  WS-PL-OFFPEAK-CHG    PIC 9(08)V99.                   00040001
003980         10  WS-PL-REVENUE        PIC 9(08)V99.                   00040001
003990         10  WS-PL-STATE-TAX      PIC 9(08)V99.                   00040001
004000         10  WS-PL-FRANCHISE      PIC 9(08)V99.                   00040001
004010         10  WS-PL-TOTAL          PIC 9(09)V99.                   00041001
004020                                                                  00041001
004030***************************************************************** 00041001
004040* ACCRUAL TOTALS BY JURISDICTION AND RATE PLAN - THE REPORT       00041001
004050* SUMMARY AND THE TAX LIABILITY JOURNAL LINES.                    00041001
004060***************************************************************** 00041001
004070 01  WS-JP-COUNT                 PIC 9(02)   VALUE 0.             00041001
004080 01  WS-JP-IDX                   PIC 9(02)   VALUE 0.             00041001
004090 01  WS-JP-TABLE.                                                 00041001
004100     05  WS-JP-ENTRY OCCURS 40 TIMES.                             00041001
004110         10  WS-JP-JURIS          PIC X(02).                      00042001
004120         10  WS-JP-PLAN           PIC X(01).                      00042001
004130         10  WS-JP-ACCOUNTS       PIC 9(06).                      00042001
004140         10  WS-JP-KWH            PIC 9(09).                      00042001
004150         10  WS-JP-REVENUE        PIC 9(08)V99.                   00042001
004160         10  WS-JP-STATE-TAX      PIC 9(08)V99.                   00042001
004170         10  WS-JP-FRANCHISE      PIC 9(08)V99.                   00042001
004180         10  WS-JP-TOTAL          PIC 9(09)V99.                   00042001
004190                                                                  00042001
004200***************************************************************** 00042001
004210* G/L ACCOUNT CODES - THE BILL RUN'S REVENUE AND TAX CHART,       00043001
004220* PLUS THE UNBILLED REVENUE RECEIVABLE THE ACCRUAL SITS IN.       00043001
004230***************************************************************** 00043001
004240 01  WS-GL-TIER1-ACCT            PIC X(08)   VALUE '40010000'.    00043001
004250 01  WS-GL-TIER2-ACCT            PIC X(08)   VALUE '40020000'.    00043001
004260 01  WS-GL-TIER3-ACCT            PIC X(08)   VALUE '40030000'.    00043001
004270 01  WS-GL-PEAK-ACCT             PIC X(08)   VALUE '40040000'.    00043001
004280 01  WS-GL-DEMAND-ACCT           PIC X(08)   VALUE '40050000'.    00043001
004290 01  WS-GL-OFFPEAK-ACCT          PIC X(08)   VALUE '40060000'.    00043001
004300 01  WS-GL-FEE-ACCT              PIC X(08)   VALUE '40090000'.    00043001
004310 01  WS-GL-STATE-TAX-ACCT        PIC X(08)   VALUE '21010000'.    00044001
004320 01  WS-GL-FRANCHISE-ACCT        PIC X(08)   VALUE '21020000'.    00044001
004330 01  WS-GL-UNBILLED-ACCT         PIC X(08)   VALUE '13050000'.    00044001
004340                                                                  00044001
004350*    JOURNAL PASS - A IS THE MONTH-END ACCRUAL, R ITS REVERSAL    00044001
004360*    (EVERY LINE THE OTHER SIDE, DATED THE FIRST OF THE MONTH).   00044001
004370 01  WS-GL-PASS                  PIC X(01)   VALUE 'A'.           00044001
004380     88  WS-GL-PASS-ACCRUAL                  VALUE 'A'.           00044001
004390     88  WS-GL-PASS-REVERSAL                 VALUE 'R'.           00044001
004400 01  WS-GL-ENTRY-DATE            PIC 9(08)   VALUE 0.             00044001
004410                                                                  00045001
004420*    ONE G/L ROW TO WRITE - SET BY THE CALLER OF 850.  THE        00045001
004430*    DESCRIPTION CARRIES THE LINE, THE RATE PLAN AND THE          00045001
004440*    ENTRY DATE IN FIXED COLUMNS.                                 00045001
004450 01  WS-GL-WANT-ACCT             PIC X(08)   VALUE SPACES.        00045001
004460 01  WS-GL-WANT-AMT              PIC 9(08)V99 VALUE 0.            00045001
004470 01  WS-GL-WANT-DR-CR            PIC X(01)   VALUE SPACE.         00045001
004480 01  WS-GL-WANT-DESC.                                             00045001
004490     05  WS-GD-TEXT               PIC X(11).                      00045001
004500     05  WS-GD-TAX-JURIS REDEFINES WS-GD-TEXT.                    00045001
004510         10  FILLER               PIC X(09).                      00046001
004520         10  WS-GD-JURIS          PIC X(02).                      00046001
004530     05  FILLER                   PIC X(01)   VALUE SPACE.        00046001
004540     05  WS-GD-PLAN               PIC X(01).                      00046001
004550     05  FILLER                   PIC X(01)   VALUE SPACE.        00046001
004560     05  WS-GD-DATE               PIC 9(08).                      00046001
004570                                                                  00046001
004580***************************************************************** 00046001
004590* RUN COUNTERS AND JOURNAL TOTALS                                 00046001
004600***************************************************************** 00046001
004610 01  WS-CUST-READ                PIC 9(06)   VALUE 0.             00047001
004620 01  WS-CUST-ACCRUED             PIC 9(06)   VALUE 0.             00047001
004630 01  WS-CUST-CLOSED              PIC 9(06)   VALUE 0.             00047001
004640 01  WS-CUST-CURRENT             PIC 9(06)   VALUE 0.             00047001
004650 01  WS-CUST-EXCEPTION           PIC 9(06)   VALUE 0.             00047001
004660 01  WS-CUST-CAPPED              PIC 9(06)   VALUE 0.             00047001
004670 01  WS-HIST-READ                PIC 9(07)   VALUE 0.             00047001
004680 01  WS-GL-WRITTEN               PIC 9(06)   VALUE 0.             00047001
004690 01  WS-TOTAL-KWH                PIC 9(09)   VALUE 0.             00047001
004700 01  WS-TOTAL-REVENUE            PIC 9(09)V99 VALUE 0.            00047001
004710 01  WS-TOTAL-TAXES              PIC 9(09)V99 VALUE 0.            00048001
004720 01  WS-TOTAL-ACCRUED            PIC 9(09)V99 VALUE 0.            00048001
004730 01  WS-ENTRY-DEBITS             PIC 9(09)V99 VALUE 0.            00048001
004740 01  WS-ENTRY-CREDITS            PIC 9(09)V99 VALUE 0.            00048001
004750                                                                  00048001
004760***************************************************************** 00048001
004770* PRINT-LINE AND EDITED FIELDS                                    00048001
004780***************************************************************** 00048001
004790 01  WS-PRINT-LINE               PIC X(132)  VALUE SPACES.        00048001
004800 01  WS-MONEY-ED                 PIC $$,$$$,$$9.99.               00048001
004810 01  WS-MONEY-ED2                PIC $$,$$$,$$9.99.               00049001
004820 01  WS-MONEY-ED3                PIC $$,$$$,$$9.99.               00049001
004830 01  WS-MONEY-ED4                PIC $$,$$$,$$9.99.               00049001
004840 01  WS-MONEY-BIG-ED             PIC $$$,$$$,$$9.99.              00049001
004850 01  WS-KWH-ED                   PIC Z,ZZZ,ZZ9.                   00049001
004860 01  WS-AVG-ED                   PIC ZZ,ZZ9.99.                   00049001
004870 01  WS-DAYS-ED                  PIC ZZ9.                         00049001
004880 01  WS-COUNT-ED                 PIC ZZZ,ZZ9.                     00049001
004890 01  WS-CAP-FLAG                 PIC X(07)   VALUE SPACES.        00049001
004900                                                                  00049001
004910 PROCEDURE DIVISION.                                              00050001
004920                                                                  00050001
004930***************************************************************** 00050001
004940* MAINLINE - INITIALIZE, ACCRUE EACH ACCOUNT, WRAP UP             00050001
004950***************************************************************** 00050001
004960 000-MAIN.                                                        00050001
004970     PERFORM 050-INITIALIZE-RUN.                                  00050001
004980     PERFORM 300-ACCRUE-ACCOUNT THRU 300-ACCRUE-ACCOUNT-EXIT      00050001
004990         UNTIL WS-CM-EOF.                                         00050001
005000     PERFORM 800-END-OF-RUN.                                      00050001
005010     STOP RUN.                                                    00051001
005020                                                                  00051001
005030***************************************************************** 00051001
005040* SET THE ACCRUAL DATES, LOAD THE RATE TABLES, OPEN THE FILES     00051001
005050* AND PRIME THE CUSTOMER AND HISTORY READS.                       00051001
005060***************************************************************** 00051001
005070 050-INITIALIZE-RUN.                                              00051001
005080     DISPLAY '*********************************'.                 00051001
005090     DISPLAY '*** UTIL2090 - UNBILLED ACCRUAL *'.                 00051001
005100     DISPLAY '*********************************'.                 00051001
005110     DISPLAY ' '.                                                 00052001
005120                                                                  00052001
005130     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.                       00052001
005140     PERFORM 060-SET-ACCRUAL-DATES                                00052001
005150        THRU 060-SET-ACCRUAL-DATES-EXIT.                          00052001
005160     PERFORM 070-LOAD-RATE-TABLE.                                 00052001
005170     PERFORM 075-LOAD-TAX-TABLE.                                  00052001
005180                                                                  00052001
005190     MOVE 1 TO WS-PL-IDX.                                         00052001
005200     PERFORM 080-INIT-PLAN-TABLE                                  00052001
005210         UNTIL WS-PL-IDX > 4.                                     00053001
005220                                                                  00053001
005230     OPEN INPUT  CUSTMAST.                                        00053001
005240     IF WS-CUSTMAST-STATUS NOT = '00'                             00053001
005250         DISPLAY 'UNABLE TO OPEN CUSTMAST, STATUS='               00053001
005260             WS-CUSTMAST-STATUS                                   00053001
005270         MOVE 16 TO RETURN-CODE                                   00053001
005280         STOP RUN                                                 00053001
005290     END-IF.                                                      00053001
005300*    NO HISTORY YET MEANS EVERY ESTIMATE COMES FROM THE MASTER.   00053001
005310     OPEN INPUT  AUDITH.                                          00054001
005320     IF WS-AUDITH-NOTFOUND                                        00054001
005330         DISPLAY 'NO AUDIT HISTORY - ESTIMATES FROM CUSTMAST'     00054001
005350     ELSE                                                         00054001
005360         IF WS-AUDITH-STATUS NOT = '00'                           00054001
005370             DISPLAY 'UNABLE TO OPEN AUDITH, STATUS='             00054001
005380                 WS-AUDITH-STATUS                                 00054001
005390             MOVE 16 TO RETURN-CODE                               00054001
005400             STOP RUN                                             00054001
005410         END-IF                                                   00055001
005420         SET WS-AUDITH-OPEN TO TRUE                               00055001
005430     END-IF.                                                      00055001
005440     OPEN OUTPUT ACCREXT.                                         00055001
005450     IF WS-ACCREXT-STATUS NOT = '00'                              00055001
005460         DISPLAY 'UNABLE TO OPEN ACCREXT, STATUS='                00055001
005470             WS-ACCREXT-STATUS                                    00055001
005480         MOVE 16 TO RETURN-CODE                                   00055001
005490         STOP RUN                                                 00055001
005500     END-IF.                                                      00055001
005510     OPEN OUTPUT ACCRRPT.                                         00056001
005520     IF WS-ACCRRPT-STATUS NOT = '00'                              00056001
005530         DISPLAY 'UNABLE TO OPEN ACCRRPT, STATUS='                00056001
005540             WS-ACCRRPT-STATUS                                    00056001
005550         MOVE 16 TO RETURN-CODE                                   00056001
005560         STOP RUN                                                 00056001
005570     END-IF.                                                      00056001
005580                                                                  00056001
005590     DISPLAY 'ACCRUED THROUGH   : ' WS-ACCR-DATE.                 00056001
005600     DISPLAY 'REVERSES ON       : ' WS-REVERSAL-DATE.             00056001
005610     PERFORM 600-PRINT-HEADINGS.                                  00057001
005620                                                                  00057001
005630     PERFORM 200-READ-CUSTOMER.                                   00057001
005670                                                                  00057001
005680***************************************************************** 00057001
005690* THE ACCRUAL DATE COMES FROM THE ACCRPARM CARD WHEN ONE IS       00057001
005700* MOUNTED (A MONTH CLOSED LATE, OR A RERUN AFTER THE 1ST);        00057001
005710* OTHERWISE IT IS THE LAST DAY OF THE CURRENT MONTH.  THE         00058001
005720* REVERSAL IS DATED THE DAY AFTER - THE FIRST OF THE NEXT         00058001
005730* MONTH WHEN THE ACCRUAL DATE IS A MONTH END.                     00058001
005740***************************************************************** 00058001
005750 060-SET-ACCRUAL-DATES.                                           00058001
005760     MOVE WS-RUN-DATE TO WS-DATE-WORK-N.                          00058001
005770     PERFORM 155-CHECK-LEAP-YEAR.                                 00058001
005780     MOVE WS-MONTH-DAYS(WS-DW-MONTH) TO WS-MONTH-LAST-DAY.        00058001
005790     IF WS-DW-MONTH = 2 AND WS-LEAP-YEAR                          00058001
005800         MOVE 29 TO WS-MONTH-LAST-DAY                             00058001
005810     END-IF.                                                      00059001
005820     MOVE WS-MONTH-LAST-DAY TO WS-DW-DAY.                         00059001
005830     MOVE WS-DATE-WORK-N TO WS-ACCR-DATE.                         00059001
005840                                                                  00059001
005850     OPEN INPUT ACCRPARM.                                         00059001
005860     IF WS-ACCRPARM-NOTFOUND                                      00059001
005870         GO TO 060-SET-REVERSAL                                   00059001
005880     END-IF.                                                      00059001
005890     IF WS-ACCRPARM-STATUS NOT = '00'                             00059001
005900         DISPLAY 'UNABLE TO OPEN ACCRPARM, STATUS='               00059001
005910             WS-ACCRPARM-STATUS                                   00060001
005920         MOVE 16 TO RETURN-CODE                                   00060001
005930         STOP RUN                                                 00060001
005940     END-IF.                                                      00060001
005950     READ ACCRPARM                                                00060001
005960         AT END                                                   00060001
005970             MOVE SPACES TO AP-RECORD                             00060001
005980     END-READ.                                                    00060001
005990     CLOSE ACCRPARM.                                              00060001
006000     IF AP-ACCRUAL-DATE = SPACES                                  00060001
006010         GO TO 060-SET-REVERSAL                                   00061001
006020     END-IF.                                                      00061001
006030     IF AP-ACCRUAL-DATE NOT NUMERIC                               00061001
006040         DISPLAY 'ACCRPARM DATE NOT NUMERIC: ' AP-ACCRUAL-DATE    00061001
006050         MOVE 16 TO RETURN-CODE                                   00061001
006060         STOP RUN                                                 00061001
006070     END-IF.                                                      00061001
006080     MOVE AP-ACCRUAL-DATE-N TO WS-DATE-WORK-N.                    00061001
006090     IF WS-DW-MONTH < 1 OR WS-DW-MONTH > 12                       00061001
006100         DISPLAY 'ACCRPARM DATE NOT A VALID DATE: '               00061001
006110             AP-ACCRUAL-DATE                                      00062001
006120         MOVE 16 TO RETURN-CODE                                   00062001
006130         STOP RUN                                                 00062001
006140     END-IF.                                                      00062001
006150     PERFORM 155-CHECK-LEAP-YEAR.                                 00062001
006160     MOVE WS-MONTH-DAYS(WS-DW-MONTH) TO WS-MONTH-LAST-DAY.        00062001
006170     IF WS-DW-MONTH = 2 AND WS-LEAP-YEAR                          00062001
006180         MOVE 29 TO WS-MONTH-LAST-DAY                             00062001
006190     END-IF.                                                      00062001
006200     IF WS-DW-DAY < 1 OR WS-DW-DAY > WS-MONTH-LAST-DAY            00062001
006210         DISPLAY 'ACCRPARM DATE NOT A VALID DATE: '               00063001
006220             AP-ACCRUAL-DATE                                      00063001
006230         MOVE 16 TO RETURN-CODE                                   00063001
006240         STOP RUN                                                 00063001
006250     END-IF.                                                      00063001
006260     MOVE AP-ACCRUAL-DATE-N TO WS-ACCR-DATE.                      00063001
006270     DISPLAY 'ACCRUAL DATE FROM ACCRPARM'.                        00063001
006280 060-SET-REVERSAL.                                                00063001
006290     MOVE WS-ACCR-DATE TO WS-DATE-WORK-N.                         00063001
006300     MOVE WS-SEASON-OF-MONTH(WS-DW-MONTH) TO WS-ACCR-SEASON.      00063001
006310     PERFORM 150-DATE-TO-DAYNO.                                   00064001
006320     MOVE WS-DAYNO-OUT TO WS-ACCR-DAYNO.                          00064001
006330                                                                  00064001
006340     PERFORM 155-CHECK-LEAP-YEAR.                                 00064001
006350     MOVE WS-MONTH-DAYS(WS-DW-MONTH) TO WS-MONTH-LAST-DAY.        00064001
006360     IF WS-DW-MONTH = 2 AND WS-LEAP-YEAR                          00064001
006370         MOVE 29 TO WS-MONTH-LAST-DAY                             00064001
006380     END-IF.                                                      00064001
006390     IF WS-DW-DAY < WS-MONTH-LAST-DAY                             00064001
006400         ADD 1 TO WS-DW-DAY                                       00064001
006410     ELSE                                                         00065001
006420         MOVE 1 TO WS-DW-DAY                                      00065001
006430         IF WS-DW-MONTH = 12                                      00065001
006440             MOVE 1 TO WS-DW-MONTH                                00065001
006450             ADD 1 TO WS-DW-YEAR                                  00065001
006460         ELSE                                                     00065001
006470             ADD 1 TO WS-DW-MONTH                                 00065001
006480         END-IF                                                   00065001
006490     END-IF.                                                      00065001
006500     MOVE WS-DATE-WORK-N TO WS-REVERSAL-DATE.                     00065001
006510 060-SET-ACCRUAL-DATES-EXIT.                                      00066001
006520     EXIT.                                                        00066001
006530                                                                  00066001
006540***************************************************************** 00066001
006550* LOAD THE DATE-EFFECTIVE RATE SCHEDULE INTO WS-RATE-TABLE        00066001
006560***************************************************************** 00066001
006570 070-LOAD-RATE-TABLE.                                             00066001
006580     OPEN INPUT RATEFIL.                                          00066001
006590     IF WS-RATEFIL-STATUS NOT = '00'                              00066001
006600         DISPLAY 'UNABLE TO OPEN RATEFIL, STATUS='                00066001
006610             WS-RATEFIL-STATUS                                    00067001
006620         MOVE 16 TO RETURN-CODE                                   00067001
006630         STOP RUN                                                 00067001
006640     END-IF.                                                      00067001
006650     PERFORM 071-READ-RATE-FILE THRU 071-READ-RATE-FILE-EXIT      00067001
006660         UNTIL WS-RATEFIL-EOF.                                    00067001
006670     CLOSE RATEFIL.                                               00067001
006680                                                                  00067001
006690 071-READ-RATE-FILE.                                              00067001
006700     READ RATEFIL                                                 00067001
006710         AT END                                                   00068001
006720             GO TO 071-READ-RATE-FILE-EXIT                        00068001
006730     END-READ.                                                    00068001
006740     IF WS-RATE-COUNT >= 50                                       00068001
006750         DISPLAY 'RATEFIL HAS MORE THAN 50 ROWS - TABLE FULL'     00068001
006760         MOVE 16 TO RETURN-CODE                                   00068001
006770         STOP RUN                                                 00068001
006780     END-IF.                                                      00068001
006790     ADD 1 TO WS-RATE-COUNT.                                      00068001
006800     MOVE RT-PLAN-CODE   TO WS-RT-PLAN-CODE(WS-RATE-COUNT).       00068001
006810     MOVE RT-EFF-DATE    TO WS-RT-EFF-DATE(WS-RATE-COUNT).        00069001
006820     MOVE RT-TIER1-LIMIT TO WS-RT-TIER1-LIMIT(WS-RATE-COUNT).     00069001
006830     MOVE RT-TIER2-LIMIT TO WS-RT-TIER2-LIMIT(WS-RATE-COUNT).     00069001
006840     MOVE RT-RATE1       TO WS-RT-RATE1(WS-RATE-COUNT).           00069001
006850     MOVE RT-RATE2       TO WS-RT-RATE2(WS-RATE-COUNT).           00069001
006860     MOVE RT-RATE3       TO WS-RT-RATE3(WS-RATE-COUNT).           00069001
006870     MOVE RT-DEMAND-RATE TO WS-RT-DEMAND-RATE(WS-RATE-COUNT).     00069001
006880     MOVE RT-STD-DAYS    TO WS-RT-STD-DAYS(WS-RATE-COUNT).        00069001
006890*    PRE-TOU RATE ROWS CARRY BLANKS IN THE TOU COLUMNS.           00069001
006900     IF RT-PEAK-RATE-X NUMERIC                                    00069001
006910         MOVE RT-PEAK-RATE TO WS-RT-PEAK-RATE(WS-RATE-COUNT)      00070001
006920     ELSE                                                         00070001
006930         MOVE 0 TO WS-RT-PEAK-RATE(WS-RATE-COUNT)                 00070001
006940     END-IF.                                                      00070001
006950     IF RT-OFFPEAK-RATE-X NUMERIC                                 00070001
006960         MOVE RT-OFFPEAK-RATE                                     00070001
006970             TO WS-RT-OFFPEAK-RATE(WS-RATE-COUNT)                 00070001
006980     ELSE                                                         00070001
006990         MOVE 0 TO WS-RT-OFFPEAK-RATE(WS-RATE-COUNT)              00070001
007000     END-IF.                                                      00070001
007010 071-READ-RATE-FILE-EXIT.                                         00071001
007020     EXIT.                                                        00071001
007030                                                                  00071001
007040***************************************************************** 00071001
007050* LOAD THE DATE-EFFECTIVE JURISDICTION TAX TABLE FROM TAXFIL      00071001
007060***************************************************************** 00071001
007070 075-LOAD-TAX-TABLE.                                              00071001
007080     OPEN INPUT TAXFIL.                                           00071001
007090     IF WS-TAXFIL-STATUS NOT = '00'                               00071001
007100         DISPLAY 'UNABLE TO OPEN TAXFIL, STATUS='                 00071001
007110             WS-TAXFIL-STATUS                                     00072001
007120         MOVE 16 TO RETURN-CODE                                   00072001
007130         STOP RUN                                                 00072001
007140     END-IF.                                                      00072001
007150     PERFORM 076-READ-TAX-FILE THRU 076-READ-TAX-FILE-EXIT        00072001
007160         UNTIL WS-TAXFIL-EOF.                                     00072001
007170     CLOSE TAXFIL.                                                00072001
007180                                                                  00072001
007190 076-READ-TAX-FILE.                                               00072001
007200     READ TAXFIL                                                  00072001
007210         AT END                                                   00073001
007220             GO TO 076-READ-TAX-FILE-EXIT                         00073001
007230     END-READ.                                                    00073001
007240     IF WS-TAX-COUNT >= 20                                        00073001
007250         DISPLAY 'TAXFIL HAS MORE THAN 20 ROWS - TABLE FULL'      00073001
007260         MOVE 16 TO RETURN-CODE                                   00073001
007270         STOP RUN                                                 00073001
007280     END-IF.                                                      00073001
007290     ADD 1 TO WS-TAX-COUNT.                                       00073001
007300     MOVE TX-JURIS-CODE    TO WS-TX-JURIS-CODE(WS-TAX-COUNT).     00073001
007310     MOVE TX-EFF-DATE      TO WS-TX-EFF-DATE(WS-TAX-COUNT).       00074001
007320     MOVE TX-STATE-TAX-PCT TO WS-TX-STATE-PCT(WS-TAX-COUNT).      00074001
007330     MOVE TX-FRANCHISE-PCT TO WS-TX-FRANCHISE-PCT(WS-TAX-COUNT).  00074001
007340 076-READ-TAX-FILE-EXIT.                                          00074001
007350     EXIT.                                                        00074001
007360                                                                  00074001
007370 080-INIT-PLAN-TABLE.                                             00074001
007380     INITIALIZE WS-PLAN-ENTRY(WS-PL-IDX).                         00074001
007390     MOVE WS-PLAN-CODE-OF(WS-PL-IDX) TO WS-PL-CODE(WS-PL-IDX).    00074001
007400     ADD 1 TO WS-PL-IDX.                                          00074001
007410                                                                  00075001
007420***************************************************************** 00075001
007430* TURN A YYYYMMDD DATE IN WS-DATE-WORK INTO A DAY NUMBER IN       00075001
007440* WS-DAYNO-OUT.                                                   00075001
007450***************************************************************** 00075001
007460 150-DATE-TO-DAYNO.                                               00075001
007470     COMPUTE WS-PRIOR-YEAR = WS-DW-YEAR - 1.                      00075001
007480     DIVIDE WS-PRIOR-YEAR BY 4   GIVING WS-LEAP-4.                00075001
007490     DIVIDE WS-PRIOR-YEAR BY 100 GIVING WS-LEAP-100.              00075001
007500     DIVIDE WS-PRIOR-YEAR BY 400 GIVING WS-LEAP-400.              00075001
007510     COMPUTE WS-DAYNO-OUT =                                       00076001
007520         WS-PRIOR-YEAR * 365 + WS-LEAP-4 - WS-LEAP-100            00076001
007530         + WS-LEAP-400 + WS-CUM-DAYS(WS-DW-MONTH) + WS-DW-DAY.    00076001
007540     PERFORM 155-CHECK-LEAP-YEAR.                                 00076001
007550     IF WS-LEAP-YEAR AND WS-DW-MONTH > 2                          00076001
007560         ADD 1 TO WS-DAYNO-OUT                                    00076001
007570     END-IF.                                                      00076001
007580                                                                  00076001
007590*    GREGORIAN RULE - EVERY FOURTH YEAR, EXCEPT CENTURIES NOT     00076001
007600*    DIVISIBLE BY 400.                                            00076001
007610 155-CHECK-LEAP-YEAR.                                             00077001
007620     DIVIDE WS-DW-YEAR BY 4   GIVING WS-LEAP-4                    00077001
007630         REMAINDER WS-LEAP-REM-4.                                 00077001
007640     DIVIDE WS-DW-YEAR BY 100 GIVING WS-LEAP-100                  00077001
007650         REMAINDER WS-LEAP-REM-100.                               00077001
007660     DIVIDE WS-DW-YEAR BY 400 GIVING WS-LEAP-400                  00077001
007670         REMAINDER WS-LEAP-REM-400.                               00077001
007680     IF WS-LEAP-REM-4 = 0                                         00077001
007690         AND (WS-LEAP-REM-100 NOT = 0 OR WS-LEAP-REM-400 = 0)     00077001
007700         MOVE 'Y' TO WS-LEAP-SW                                   00077001
007710     ELSE                                                         00078001
007720         MOVE 'N' TO WS-LEAP-SW                                   00078001
007730     END-IF.                                                      00078001
007740                                                                  00078001
007750***************************************************************** 00078001
007760* READ THE NEXT CUSTOMER MASTER RECORD.  THE CONTROL TRAILER      00078001
007770* ENDS THE FILE.                                                  00078001
007780***************************************************************** 00078001
007790 200-READ-CUSTOMER.                                               00078001
007800     READ CUSTMAST                                                00078001
007810         AT END                                                   00079001
007820             SET WS-CM-EOF TO TRUE                                00079001
007830             MOVE HIGH-VALUES TO WS-CM-KEY                        00079001
007840         NOT AT END                                               00079001
007850             IF CT-TRAILER                                        00079001
007860                 SET WS-CM-EOF TO TRUE                            00079001
007870                 MOVE HIGH-VALUES TO WS-CM-KEY                    00079001
007880             ELSE                                                 00079001
007890                 MOVE CM-ACCOUNT-NO TO WS-CM-KEY                  00079001
007900             END-IF                                               00079001
007910     END-READ.                                                    00080001
007920                                                                  00080001
007930***************************************************************** 00080001
007940* READ THE NEXT RETAINED HISTORY RECORD IN KEY ORDER.             00080001
007950***************************************************************** 00080001
007960 220-READ-HISTORY.                                                00080001
007970     READ AUDITH NEXT RECORD                                      00080001
007980         AT END                                                   00080001
007990             MOVE HIGH-VALUES TO WS-AH-KEY                        00080001
008000         NOT AT END                                               00080001
008010             ADD 1 TO WS-HIST-READ                                00080001
008020             MOVE AH-ACCOUNT-NO TO WS-AH-KEY                      00080001
008030     END-READ.                                                    00080001
008040                                                                  00081001
008050***************************************************************** 00081001
008060* ACCRUE ONE ACCOUNT - GATHER ITS HISTORY, EDIT IT, ESTIMATE      00081001
008070* THE UNBILLED USAGE, PRICE IT AND ADD IT TO THE JOURNAL.         00081001
008080***************************************************************** 00081001
008090 300-ACCRUE-ACCOUNT.                                              00081001
008100     ADD 1 TO WS-CUST-READ.                                       00081001
008110     MOVE 'Y' TO WS-ACCRUE-SW.                                    00082001
008120     MOVE 'N' TO WS-CAPPED-SW.                                    00082001
008130     MOVE SPACES TO WS-EDIT-REASON.                               00082001
008150                                                                  00082001
008160*    A CLOSED ACCOUNT WAS FINAL-BILLED, AND A DISCONNECTED ONE    00082001
008161*    HAD ITS FINAL READ BILLED - NOTHING IS UNBILLED.             00082001
008162     IF CM-CLOSED OR CM-SERVICE-OFF                               00082001
008180         ADD 1 TO WS-CUST-CLOSED                                  00082001
008190         GO TO 300-ACCRUE-ACCOUNT-NEXT                            00082001
008200     END-IF.                                                      00082001
008210                                                                  00083001
008220     PERFORM 350-EDIT-ACCOUNT THRU 350-EDIT-ACCOUNT-EXIT.         00083001
008230     IF WS-ACCRUE-NOT                                             00083001
008240         PERFORM 700-WRITE-NOT-ACCRUED                            00083001
008250         GO TO 300-ACCRUE-ACCOUNT-NEXT                            00083001
008260     END-IF.                                                      00083001
008270     IF WS-ACCR-DAYS = 0                                          00083001
008280         ADD 1 TO WS-CUST-CURRENT                                 00083001
008290         GO TO 300-ACCRUE-ACCOUNT-NEXT                            00083001
008300     END-IF.                                                      00083001
008310                                                                  00084001
008320*    A DISCONNECTED ACCOUNT'S METER IS OFF - ITS UNBILLED         00084001
008321*    USAGE IS THE FINAL READ ON THE MASTER, NOT AN ESTIMATE.      00084001
008322*    ONLY AN ESTIMATE NEEDS THE HISTORY.                          00084001
008323     IF CM-FINAL-PENDING                                          00084001
008324         PERFORM 390-FINAL-READ-USAGE                             00084001
008325     ELSE                                                         00084001
008326         PERFORM 320-GATHER-HISTORY                               00084001
008327         PERFORM 400-ESTIMATE-USAGE                               00084001
008328     END-IF.                                                      00084001
008330     PERFORM 430-PRORATE-PERIOD.                                  00084001
008340     IF WS-RATE-PLAN-CODE = 'T'                                   00084001
008350         PERFORM 436-SPLIT-TOU-USAGE                              00084001
008360     ELSE                                                         00084001
008370         MOVE 0 TO WS-PEAK-KWH                                    00084001
008380         PERFORM 435-CALC-TIERS                                   00084001
008390     END-IF.                                                      00084001
008400     PERFORM 440-CALC-CHARGES.                                    00084001
008410     PERFORM 480-ACCUM-TOTALS.                                    00085001
008420     PERFORM 610-PRINT-DETAIL.                                    00085001
008430     ADD 1 TO WS-CUST-ACCRUED.                                    00085001
008440 300-ACCRUE-ACCOUNT-NEXT.                                         00085001
008450     PERFORM 200-READ-CUSTOMER.                                   00085001
008460 300-ACCRUE-ACCOUNT-EXIT.                                         00085001
008470     EXIT.                                                        00085001
008480                                                                  00085001
008490***************************************************************** 00085001
008500* POSITION THE HISTORY AT THE ACCOUNT'S FIRST KEY AND HOLD ITS    00085001
008505* LIVE PERIODS, OLDEST FIRST.  CANCELLED PERIODS ARE SKIPPED -    00085001
008510* THE REBILL FILED WITH ONE STANDS IN ITS PLACE.  THE FIRST       00085001
008515* PERIOD BILLED AFTER THE ACCRUAL DATE (A PAST MONTH RERUN)       00085001
008520* ENDS THE ACCOUNT.                                               00085001
008525***************************************************************** 00085001
008530 320-GATHER-HISTORY.                                              00085001
008535     MOVE 0 TO WS-AHT-COUNT.                                      00085001
008540     MOVE HIGH-VALUES TO WS-AH-KEY.                               00085001
008545     IF WS-AUDITH-OPEN                                            00085001
008550         MOVE CM-ACCOUNT-NO TO AH-ACCOUNT-NO                      00085001
008555         MOVE 0 TO AH-RUN-DATE                                    00085001
008560         MOVE 0 TO AH-RUN-TIME                                    00085001
008565         START AUDITH KEY IS NOT LESS THAN AH-KEY                 00085001
008570             INVALID KEY                                          00085001
008575                 CONTINUE                                         00085001
008580             NOT INVALID KEY                                      00085001
008585                 PERFORM 220-READ-HISTORY                         00085001
008590         END-START                                                00085001
008595     END-IF.                                                      00085001
008600     PERFORM 330-KEEP-HISTORY THRU 330-KEEP-HISTORY-EXIT          00085001
008605         UNTIL WS-AH-KEY NOT = WS-CM-KEY.                         00085001
008620                                                                  00087001
008630 330-KEEP-HISTORY.                                                00087001
008640     IF AH-RUN-DATE > WS-ACCR-DATE                                00087001
008644         MOVE HIGH-VALUES TO WS-AH-KEY                            00087001
008648         GO TO 330-KEEP-HISTORY-EXIT                              00087001
008652     END-IF.                                                      00087001
008656     IF AH-TYPE-CANCELLED                                         00087001
008660         GO TO 330-KEEP-HISTORY-NEXT                              00087001
008664     END-IF.                                                      00087001
008670     IF WS-AHT-COUNT >= 40                                        00087001
008680         DISPLAY 'ACCOUNT ' CM-ACCOUNT-NO                         00087001
008690             ' HAS MORE THAN 40 HISTORY ROWS - TABLE FULL'        00087001
008700         MOVE 16 TO RETURN-CODE                                   00087001
008710         STOP RUN                                                 00088001
008720     END-IF.                                                      00088001
008730     ADD 1 TO WS-AHT-COUNT.                                       00088001
008740     MOVE AH-RUN-DATE TO WS-AHT-RUN-DATE(WS-AHT-COUNT).           00088001
008750     MOVE AH-KWH-USED TO WS-AHT-KWH(WS-AHT-COUNT).                00088001
008760     MOVE AH-PEAK-KWH TO WS-AHT-PEAK-KWH(WS-AHT-COUNT).           00088001
008770     MOVE AH-RUN-DATE TO WS-DATE-WORK-N.                          00088001
008780     PERFORM 150-DATE-TO-DAYNO.                                   00088001
008790     MOVE WS-DAYNO-OUT TO WS-AHT-DAYNO(WS-AHT-COUNT).             00088001
008800*    DAYS COVERED - FROM THE PREVIOUS LIVE PERIOD'S RUN DATE.     00088001
008810*    THE OLDEST PERIOD IS SIZED ONCE THE PLAN'S STANDARD          00089001
008820*    PERIOD IS KNOWN.                                             00089001
008830     MOVE 0 TO WS-AHT-DAYS(WS-AHT-COUNT).                         00089001
008840     IF WS-AHT-COUNT > 1                                          00089001
008850         AND WS-DAYNO-OUT > WS-AHT-DAYNO(WS-AHT-COUNT - 1)        00089001
008860         COMPUTE WS-AHT-DAYS(WS-AHT-COUNT) =                      00089001
008870             WS-DAYNO-OUT - WS-AHT-DAYNO(WS-AHT-COUNT - 1)        00089001
008880     END-IF.                                                      00089001
008890 330-KEEP-HISTORY-NEXT.                                           00089001
008900     PERFORM 220-READ-HISTORY.                                    00089001
008910 330-KEEP-HISTORY-EXIT.                                           00090001
008920     EXIT.                                                        00090001
008930                                                                  00090001
008940***************************************************************** 00090001
008950* EDIT THE ACCOUNT AND WORK OUT THE UNBILLED DAYS.  THE RATE      00090001
008960* AND TAX ROWS ARE THE ONES IN EFFECT ON THE ACCRUAL DATE.        00090001
008970* UNBILLED DAYS ARE CAPPED AT ONE STANDARD PERIOD - AN            00090001
008980* ACCOUNT NOT BILLED IN LONGER THAN THAT IS A BILLING             00090001
008990* PROBLEM, AND IS FLAGGED ON THE REPORT RATHER THAN ACCRUED       00090001
009000* FOR A YEAR OF ENERGY.                                           00090001
009010***************************************************************** 00091001
009020 350-EDIT-ACCOUNT.                                                00091001
009030     MOVE CM-RATE-PLAN-CODE TO WS-RATE-PLAN-CODE.                 00091001
009040     MOVE CM-TAX-JURIS      TO WS-TAX-JURIS.                      00091001
009050     MOVE CM-SERVICE-FEE    TO WS-SERVICE-FEE.                    00091001
009060                                                                  00091001
009070     MOVE 0 TO WS-PL-IDX.                                         00091001
009080     MOVE 1 TO WS-PL-SCAN.                                        00091001
009090     PERFORM 355-FIND-PLAN                                        00091001
009100         UNTIL WS-PL-SCAN > 4.                                    00091001
009110     IF WS-PL-IDX = 0                                             00092001
009120         MOVE 'N' TO WS-ACCRUE-SW                                 00092001
009130         MOVE 'RATE PLAN NOT R/C/I/T' TO WS-EDIT-REASON           00092001
009140         GO TO 350-EDIT-ACCOUNT-EXIT                              00092001
009150     END-IF.                                                      00092001
009160     IF CM-BILL-DATE-X NOT NUMERIC OR CM-BILL-DATE = 0            00092001
009170         MOVE 'N' TO WS-ACCRUE-SW                                 00092001
009180         MOVE 'LAST BILL DATE MISSING' TO WS-EDIT-REASON          00092001
009190         GO TO 350-EDIT-ACCOUNT-EXIT                              00092001
009200     END-IF.                                                      00092001
009210     PERFORM 410-LOOKUP-RATE.                                     00093001
009220     IF WS-ACCRUE-NOT                                             00093001
009230         GO TO 350-EDIT-ACCOUNT-EXIT                              00093001
009240     END-IF.                                                      00093001
009250     PERFORM 420-LOOKUP-TAX.                                      00093001
009260     IF WS-ACCRUE-NOT                                             00093001
009270         GO TO 350-EDIT-ACCOUNT-EXIT                              00093001
009280     END-IF.                                                      00093001
009290                                                                  00093001
009300     MOVE CM-BILL-DATE TO WS-DATE-WORK-N.                         00093001
009310     PERFORM 150-DATE-TO-DAYNO.                                   00094001
009320     MOVE WS-DAYNO-OUT TO WS-LAST-BILL-DAYNO.                     00094001
009330     IF WS-ACCR-DAYNO NOT > WS-LAST-BILL-DAYNO                    00094001
009340         MOVE 0 TO WS-ACCR-DAYS                                   00094001
009350         GO TO 350-EDIT-ACCOUNT-EXIT                              00094001
009360     END-IF.                                                      00094001
009370     COMPUTE WS-ACCR-DAYS = WS-ACCR-DAYNO - WS-LAST-BILL-DAYNO.   00094001
009380     IF WS-ACCR-DAYS > WS-CUR-STD-DAYS                            00094001
009390         MOVE WS-CUR-STD-DAYS TO WS-ACCR-DAYS                     00094001
009400         SET WS-DAYS-CAPPED TO TRUE                               00094001
009410         ADD 1 TO WS-CUST-CAPPED                                  00095001
009420     END-IF.                                                      00095001
009430 350-EDIT-ACCOUNT-EXIT.                                           00095001
009440     EXIT.                                                        00095001
009450                                                                  00095001
009460 355-FIND-PLAN.                                                   00095001
009470     IF WS-PL-CODE(WS-PL-SCAN) = WS-RATE-PLAN-CODE                00095001
009480         MOVE WS-PL-SCAN TO WS-PL-IDX                             00095001
009490     END-IF.                                                      00095001
009500     ADD 1 TO WS-PL-SCAN.                                         00095001
009501                                                                  00095001
009502***************************************************************** 00095001
009503* A DISCONNECTED ACCOUNT AWAITING ITS FINAL BILL (STATUS D/F) -   00095001
009504* UTIL2055 LEFT ITS KWH THROUGH THE FINAL READ ON CM-KWH-USED.    00095001
009505***************************************************************** 00095001
009506 390-FINAL-READ-USAGE.                                            00095001
009507     MOVE 'FINAL RD' TO WS-BASIS.                                 00095001
009508     MOVE 0 TO WS-KWH-USED WS-PEAK-KWH.                           00095001
009509     IF CM-KWH-USED > 0                                           00095001
009510         MOVE CM-KWH-USED TO WS-KWH-USED                          00095001
009511     END-IF.                                                      00095001
009512     IF CM-PEAK-KWH > 0                                           00095001
009513         MOVE CM-PEAK-KWH TO WS-PEAK-KWH                          00095001
009514     END-IF.                                                      00095001
009515     COMPUTE WS-AVG-DAILY-KWH ROUNDED =                           00095001
009516         WS-KWH-USED / WS-ACCR-DAYS.                              00095001
009517     MOVE WS-ACCR-DAYS TO WS-BILLING-DAYS.                        00095001
009518                                                                  00095001
009520***************************************************************** 00096001
009530* ESTIMATE THE UNBILLED USAGE AS AVERAGE DAILY KWH TIMES THE      00096001
009540* UNBILLED DAYS.  THE AVERAGE COMES FROM THE RETAINED PERIODS     00096001
009550* BILLED IN THE ACCRUAL DATE'S SEASON; WITH NONE OF THOSE,        00096001
009560* FROM ALL RETAINED PERIODS; WITH NO HISTORY AT ALL, FROM THE     00096001
009570* USAGE ON THE MASTER OVER ITS BILLING DAYS.  A TOU ACCOUNT'S     00096001
009580* ESTIMATE IS SPLIT PEAK/OFF-PEAK IN THE SAME PROPORTION.         00096001
009590***************************************************************** 00096001
009600 400-ESTIMATE-USAGE.                                              00096001
009610     MOVE 0 TO WS-SEAS-KWH WS-SEAS-PEAK WS-SEAS-DAYS              00097001
009620               WS-ALL-KWH WS-ALL-PEAK WS-ALL-DAYS.                00097001
009630     IF WS-AHT-COUNT > 0                                          00097001
009640         MOVE WS-CUR-STD-DAYS TO WS-AHT-DAYS(1)                   00097001
009650     END-IF.                                                      00097001
009660     MOVE 1 TO WS-AHT-IDX.                                        00097001
009670     PERFORM 405-SUM-HISTORY                                      00097001
009680         UNTIL WS-AHT-IDX > WS-AHT-COUNT.                         00097001
009690                                                                  00097001
009700     EVALUATE TRUE                                                00097001
009710         WHEN WS-SEAS-DAYS > 0                                    00098001
009720             MOVE 'SEASON'   TO WS-BASIS                          00098001
009730             MOVE WS-SEAS-KWH  TO WS-BASIS-KWH                    00098001
009740             MOVE WS-SEAS-PEAK TO WS-BASIS-PEAK                   00098001
009750             MOVE WS-SEAS-DAYS TO WS-BASIS-DAYS                   00098001
009760         WHEN WS-ALL-DAYS > 0                                     00098001
009770             MOVE 'ALL HIST' TO WS-BASIS                          00098001
009780             MOVE WS-ALL-KWH   TO WS-BASIS-KWH                    00098001
009790             MOVE WS-ALL-PEAK  TO WS-BASIS-PEAK                   00098001
009800             MOVE WS-ALL-DAYS  TO WS-BASIS-DAYS                   00098001
009810         WHEN OTHER                                               00099001
009820             MOVE 'MASTER'   TO WS-BASIS                          00099001
009830             IF CM-KWH-USED > 0                                   00099001
009840                 MOVE CM-KWH-USED TO WS-BASIS-KWH                 00099001
009850             ELSE                                                 00099001
009860                 MOVE 0 TO WS-BASIS-KWH                           00099001
009870             END-IF                                               00099001
009880             IF CM-PEAK-KWH > 0                                   00099001
009890                 MOVE CM-PEAK-KWH TO WS-BASIS-PEAK                00099001
009900             ELSE                                                 00099001
009910                 MOVE 0 TO WS-BASIS-PEAK                          00100001
009920             END-IF                                               00100001
009930             IF CM-BILLING-DAYS > 0                               00100001
009940                 MOVE CM-BILLING-DAYS TO WS-BASIS-DAYS            00100001
009950             ELSE                                                 00100001
009960                 MOVE WS-CUR-STD-DAYS TO WS-BASIS-DAYS            00100001
009970             END-IF                                               00100001
009980     END-EVALUATE.                                                00100001
009990                                                                  00100001
010000     COMPUTE WS-AVG-DAILY-KWH ROUNDED =                           00100001
010010         WS-BASIS-KWH / WS-BASIS-DAYS.                            00101001
010020     COMPUTE WS-KWH-USED ROUNDED =                                00101001
010030         WS-AVG-DAILY-KWH * WS-ACCR-DAYS.                         00101001
010040     MOVE 0 TO WS-EST-PEAK.                                       00101001
010050     IF WS-BASIS-KWH > 0 AND WS-BASIS-PEAK > 0                    00101001
010060         COMPUTE WS-EST-PEAK ROUNDED =                            00101001
010070             WS-KWH-USED * WS-BASIS-PEAK / WS-BASIS-KWH           00101001
010080     END-IF.                                                      00101001
010090     MOVE WS-EST-PEAK TO WS-PEAK-KWH.                             00101001
010100     MOVE WS-ACCR-DAYS TO WS-BILLING-DAYS.                        00101001
010110                                                                  00102001
010120 405-SUM-HISTORY.                                                 00102001
010130     IF WS-AHT-DAYS(WS-AHT-IDX) = 0                               00102001
010140         MOVE WS-CUR-STD-DAYS TO WS-AHT-DAYS(WS-AHT-IDX)          00102001
010150     END-IF.                                                      00102001
010160     ADD WS-AHT-KWH(WS-AHT-IDX)      TO WS-ALL-KWH.               00102001
010170     ADD WS-AHT-PEAK-KWH(WS-AHT-IDX) TO WS-ALL-PEAK.              00102001
010180     ADD WS-AHT-DAYS(WS-AHT-IDX)     TO WS-ALL-DAYS.              00102001
010190     MOVE WS-AHT-RUN-DATE(WS-AHT-IDX) TO WS-DATE-WORK-N.          00102001
010200     IF WS-SEASON-OF-MONTH(WS-DW-MONTH) = WS-ACCR-SEASON          00102001
010210         ADD WS-AHT-KWH(WS-AHT-IDX)      TO WS-SEAS-KWH           00103001
010220         ADD WS-AHT-PEAK-KWH(WS-AHT-IDX) TO WS-SEAS-PEAK          00103001
010230         ADD WS-AHT-DAYS(WS-AHT-IDX)     TO WS-SEAS-DAYS          00103001
010240     END-IF.                                                      00103001
010250     ADD 1 TO WS-AHT-IDX.                                         00103001
010260                                                                  00103001
010270 410-LOOKUP-RATE.                                                 00103001
010280     MOVE 0 TO WS-RT-BEST-IDX.                                    00103001
010290     MOVE 0 TO WS-RT-BEST-DATE.                                   00103001
010300     MOVE 1 TO WS-RT-SEARCH-IDX.                                  00103001
010310     PERFORM 415-SCAN-RATE-TABLE THRU 415-SCAN-RATE-TABLE-EXIT    00104001
010320         UNTIL WS-RT-SEARCH-IDX > WS-RATE-COUNT.                  00104001
010330                                                                  00104001
010340     IF WS-RT-BEST-IDX > 0                                        00104001
010350         MOVE WS-RT-TIER1-LIMIT(WS-RT-BEST-IDX)                   00104001
010360                                   TO WS-TIER1-LIMIT-STD          00104001
010370         MOVE WS-RT-TIER2-LIMIT(WS-RT-BEST-IDX)                   00104001
010380                                   TO WS-TIER2-LIMIT-STD          00104001
010390         MOVE WS-RT-RATE1(WS-RT-BEST-IDX)  TO WS-RATE-TIER1       00104001
010400         MOVE WS-RT-RATE2(WS-RT-BEST-IDX)  TO WS-RATE-TIER2       00104001
010410         MOVE WS-RT-RATE3(WS-RT-BEST-IDX)  TO WS-RATE-TIER3       00105001
010420         MOVE WS-RT-DEMAND-RATE(WS-RT-BEST-IDX)                   00105001
010430                                   TO WS-DEMAND-RATE-CUR          00105001
010440         MOVE WS-RT-STD-DAYS(WS-RT-BEST-IDX) TO WS-CUR-STD-DAYS   00105001
010450         MOVE WS-RT-PEAK-RATE(WS-RT-BEST-IDX)                     00105001
010460                                   TO WS-PEAK-RATE-CUR            00105001
010470         MOVE WS-RT-OFFPEAK-RATE(WS-RT-BEST-IDX)                  00105001
010480                                   TO WS-OFFPEAK-RATE-CUR         00105001
010490     ELSE                                                         00105001
010500         MOVE 'N' TO WS-ACCRUE-SW                                 00105001
010510         MOVE 'NO RATE SCHEDULE FOUND FOR PLAN/DATE'              00106001
010520             TO WS-EDIT-REASON                                    00106001
010530     END-IF.                                                      00106001
010540                                                                  00106001
010550 415-SCAN-RATE-TABLE.                                             00106001
010560     IF WS-RT-PLAN-CODE(WS-RT-SEARCH-IDX) = WS-RATE-PLAN-CODE     00106001
010570         AND WS-RT-EFF-DATE(WS-RT-SEARCH-IDX) NOT > WS-ACCR-DATE  00106001
010580         AND WS-RT-EFF-DATE(WS-RT-SEARCH-IDX) > WS-RT-BEST-DATE   00106001
010590         MOVE WS-RT-SEARCH-IDX TO WS-RT-BEST-IDX                  00106001
010600         MOVE WS-RT-EFF-DATE(WS-RT-SEARCH-IDX) TO WS-RT-BEST-DATE 00106001
010610     END-IF.                                                      00107001
010620     ADD 1 TO WS-RT-SEARCH-IDX.                                   00107001
010630 415-SCAN-RATE-TABLE-EXIT.                                        00107001
010640     EXIT.                                                        00107001
010650                                                                  00107001
010660 420-LOOKUP-TAX.                                                  00107001
010670     MOVE 0 TO WS-TX-BEST-IDX.                                    00107001
010680     MOVE 0 TO WS-TX-BEST-DATE.                                   00107001
010690     MOVE 1 TO WS-TX-SEARCH-IDX.                                  00107001
010700     PERFORM 425-SCAN-TAX-TABLE THRU 425-SCAN-TAX-TABLE-EXIT      00107001
010710         UNTIL WS-TX-SEARCH-IDX > WS-TAX-COUNT.                   00108001
010720                                                                  00108001
010730     IF WS-TX-BEST-IDX > 0                                        00108001
010740         MOVE WS-TX-STATE-PCT(WS-TX-BEST-IDX)                     00108001
010750                                   TO WS-STATE-PCT-CUR            00108001
010760         MOVE WS-TX-FRANCHISE-PCT(WS-TX-BEST-IDX)                 00108001
010770                                   TO WS-FRANCHISE-PCT-CUR        00108001
010780     ELSE                                                         00108001
010790         MOVE 'N' TO WS-ACCRUE-SW                                 00108001
010800         MOVE 'NO TAX RATE FOR JURISDICTION/DATE'                 00108001
010810             TO WS-EDIT-REASON                                    00109001
010820     END-IF.                                                      00109001
010830                                                                  00109001
010840 425-SCAN-TAX-TABLE.                                              00109001
010850     IF WS-TX-JURIS-CODE(WS-TX-SEARCH-IDX) = WS-TAX-JURIS         00109001
010860         AND WS-TX-EFF-DATE(WS-TX-SEARCH-IDX) NOT > WS-ACCR-DATE  00109001
010870         AND WS-TX-EFF-DATE(WS-TX-SEARCH-IDX) > WS-TX-BEST-DATE   00109001
010880         MOVE WS-TX-SEARCH-IDX TO WS-TX-BEST-IDX                  00109001
010890         MOVE WS-TX-EFF-DATE(WS-TX-SEARCH-IDX)                    00109001
010900                                   TO WS-TX-BEST-DATE             00109001
010910     END-IF.                                                      00110001
010920     ADD 1 TO WS-TX-SEARCH-IDX.                                   00110001
010930 425-SCAN-TAX-TABLE-EXIT.                                         00110001
010940     EXIT.                                                        00110001
010950                                                                  00110001
010960*    PRORATE THE STANDARD TIER LIMITS, THE SERVICE FEE AND THE    00110001
010970*    DEMAND CHARGE BY THE UNBILLED DAYS - ONLY THAT PART OF THE   00110001
010980*    PERIOD HAS BEEN EARNED BY THE ACCRUAL DATE.                  00110001
010990 430-PRORATE-PERIOD.                                              00110001
011000     COMPUTE WS-TIER1-LIMIT ROUNDED =                             00110001
011010         WS-TIER1-LIMIT-STD * WS-BILLING-DAYS / WS-CUR-STD-DAYS.  00111001
011020     COMPUTE WS-TIER2-LIMIT ROUNDED =                             00111001
011030         WS-TIER2-LIMIT-STD * WS-BILLING-DAYS / WS-CUR-STD-DAYS.  00111001
011040     COMPUTE WS-PRORATED-SERVICE-FEE ROUNDED =                    00111001
011050         WS-SERVICE-FEE * WS-BILLING-DAYS / WS-CUR-STD-DAYS.      00111001
011060                                                                  00111001
011070 435-CALC-TIERS.                                                  00111001
011080     IF WS-KWH-USED <= WS-TIER1-LIMIT                             00111001
011090         MOVE WS-KWH-USED TO WS-TIER1-KWH                         00111001
011100         MOVE 0 TO WS-TIER2-KWH WS-TIER3-KWH                      00111001
011110     ELSE                                                         00112001
011120         MOVE WS-TIER1-LIMIT TO WS-TIER1-KWH                      00112001
011130         IF WS-KWH-USED <= (WS-TIER1-LIMIT + WS-TIER2-LIMIT)      00112001
011140             COMPUTE WS-TIER2-KWH =                               00112001
011150                 WS-KWH-USED - WS-TIER1-LIMIT                     00112001
011160             MOVE 0 TO WS-TIER3-KWH                               00112001
011170         ELSE                                                     00112001
011180             MOVE WS-TIER2-LIMIT TO WS-TIER2-KWH                  00112001
011190             COMPUTE WS-TIER3-KWH =                               00112001
011200                 WS-KWH-USED - WS-TIER1-LIMIT - WS-TIER2-LIMIT    00112001
011210         END-IF                                                   00113001
011220     END-IF.                                                      00113001
011230                                                                  00113001
011240 436-SPLIT-TOU-USAGE.                                             00113001
011250     MOVE 0 TO WS-TIER1-KWH WS-TIER2-KWH WS-TIER3-KWH.            00113001
011260     IF WS-PEAK-KWH > WS-KWH-USED                                 00113001
011270         MOVE WS-KWH-USED TO WS-PEAK-KWH                          00113001
011280     END-IF.                                                      00113001
011290     COMPUTE WS-OFFPEAK-KWH = WS-KWH-USED - WS-PEAK-KWH.          00113001
011300                                                                  00113001
011310 440-CALC-CHARGES.                                                00114001
011320     COMPUTE WS-TIER1-CHARGE ROUNDED =                            00114001
011330         WS-TIER1-KWH * WS-RATE-TIER1.                            00114001
011340     COMPUTE WS-TIER2-CHARGE ROUNDED =                            00114001
011350         WS-TIER2-KWH * WS-RATE-TIER2.                            00114001
011360     COMPUTE WS-TIER3-CHARGE ROUNDED =                            00114001
011370         WS-TIER3-KWH * WS-RATE-TIER3.                            00114001
011380                                                                  00114001
011390     IF WS-RATE-PLAN-CODE = 'C' OR WS-RATE-PLAN-CODE = 'I'        00114001
011400         COMPUTE WS-DEMAND-CHARGE ROUNDED =                       00114001
011410             WS-DEMAND-RATE-CUR * WS-BILLING-DAYS                 00115001
011420             / WS-CUR-STD-DAYS                                    00115001
011430     ELSE                                                         00115001
011440         MOVE 0 TO WS-DEMAND-CHARGE                               00115001
011450     END-IF.                                                      00115001
011460                                                                  00115001
011470     IF WS-RATE-PLAN-CODE = 'T'                                   00115001
011480         COMPUTE WS-PEAK-CHARGE ROUNDED =                         00115001
011490             WS-PEAK-KWH * WS-PEAK-RATE-CUR                       00115001
011500         COMPUTE WS-OFFPEAK-CHARGE ROUNDED =                      00115001
011510             WS-OFFPEAK-KWH * WS-OFFPEAK-RATE-CUR                 00116001
011520     ELSE                                                         00116001
011530         MOVE 0 TO WS-PEAK-CHARGE                                 00116001
011540         MOVE 0 TO WS-OFFPEAK-CHARGE                              00116001
011550     END-IF.                                                      00116001
011560                                                                  00116001
011570     COMPUTE WS-SUBTOTAL =                                        00116001
011580         WS-TIER1-CHARGE + WS-TIER2-CHARGE + WS-TIER3-CHARGE      00116001
011590         + WS-PEAK-CHARGE + WS-OFFPEAK-CHARGE                     00116001
011600         + WS-DEMAND-CHARGE.                                      00116001
011610     COMPUTE WS-TAX-BASE =                                        00117001
011620         WS-SUBTOTAL + WS-PRORATED-SERVICE-FEE.                   00117001
011630     COMPUTE WS-STATE-TAX ROUNDED =                               00117001
011640         WS-TAX-BASE * WS-STATE-PCT-CUR.                          00117001
011650     COMPUTE WS-FRANCHISE-FEE ROUNDED =                           00117001
011660         WS-TAX-BASE * WS-FRANCHISE-PCT-CUR.                      00117001
011670     COMPUTE WS-TOTAL-ACCRUAL =                                   00117001
011680         WS-TAX-BASE + WS-STATE-TAX + WS-FRANCHISE-FEE.           00117001
011690     MOVE WS-TAX-BASE TO WS-REVENUE-AMT.                          00117001
011700     COMPUTE WS-TAXES-AMT = WS-STATE-TAX + WS-FRANCHISE-FEE.      00117001
011710                                                                  00118001
011720***************************************************************** 00118001
011730* ADD THE ACCOUNT TO ITS PLAN'S JOURNAL LINES AND TO ITS          00118001
011740* JURISDICTION/PLAN LINE OF THE SUMMARY.                          00118001
011750***************************************************************** 00118001
011760 480-ACCUM-TOTALS.                                                00118001
011770     ADD 1                  TO WS-PL-ACCOUNTS(WS-PL-IDX).         00118001
011780     ADD WS-KWH-USED        TO WS-PL-KWH(WS-PL-IDX).              00118001
011790     ADD WS-TIER1-CHARGE    TO WS-PL-TIER1-CHG(WS-PL-IDX).        00118001
011800     ADD WS-TIER2-CHARGE    TO WS-PL-TIER2-CHG(WS-PL-IDX).        00118001
011810     ADD WS-TIER3-CHARGE    TO WS-PL-TIER3-CHG(WS-PL-IDX).        00119001
011820     ADD WS-DEMAND-CHARGE   TO WS-PL-DEMAND-CHG(WS-PL-IDX).       00119001
011830     ADD WS-PRORATED-SERVICE-FEE                                  00119001
011840                            TO WS-PL-SERVICE-FEE(WS-PL-IDX).      00119001
011850     ADD WS-PEAK-CHARGE     TO WS-PL-PEAK-CHG(WS-PL-IDX).         00119001
011860     ADD WS-OFFPEAK-CHARGE  TO WS-PL-OFFPEAK-CHG(WS-PL-IDX).      00119001
011870     ADD WS-REVENUE-AMT     TO WS-PL-REVENUE(WS-PL-IDX).          00119001
011880     ADD WS-STATE-TAX       TO WS-PL-STATE-TAX(WS-PL-IDX).        00119001
011890     ADD WS-FRANCHISE-FEE   TO WS-PL-FRANCHISE(WS-PL-IDX).        00119001
011900     ADD WS-TOTAL-ACCRUAL   TO WS-PL-TOTAL(WS-PL-IDX).            00119001
011910                                                                  00120001
011920     MOVE 'N' TO WS-JP-FOUND-SW.                                  00120001
011930     MOVE 1 TO WS-JP-IDX.                                         00120001
011940     PERFORM 486-SCAN-JURIS-PLAN THRU 486-SCAN-JURIS-PLAN-EXIT    00120001
011950         UNTIL WS-JP-FOUND OR WS-JP-IDX > WS-JP-COUNT.            00120001
011960     IF NOT WS-JP-FOUND                                           00120001
011970         IF WS-JP-COUNT >= 40                                     00120001
011980             DISPLAY 'MORE THAN 40 JURISDICTION/PLAN PAIRS - '    00120001
011990                 'TABLE FULL'                                     00120001
012000             MOVE 16 TO RETURN-CODE                               00120001
012010             STOP RUN                                             00121001
012020         END-IF                                                   00121001
012030         ADD 1 TO WS-JP-COUNT                                     00121001
012040         MOVE WS-JP-COUNT TO WS-JP-IDX                            00121001
012050         INITIALIZE WS-JP-ENTRY(WS-JP-IDX)                        00121001
012060         MOVE WS-TAX-JURIS      TO WS-JP-JURIS(WS-JP-IDX)         00121001
012070         MOVE WS-RATE-PLAN-CODE TO WS-JP-PLAN(WS-JP-IDX)          00121001
012080     END-IF.                                                      00121001
012090     ADD 1                  TO WS-JP-ACCOUNTS(WS-JP-IDX).         00121001
012100     ADD WS-KWH-USED        TO WS-JP-KWH(WS-JP-IDX).              00121001
012110     ADD WS-REVENUE-AMT     TO WS-JP-REVENUE(WS-JP-IDX).          00122001
012120     ADD WS-STATE-TAX       TO WS-JP-STATE-TAX(WS-JP-IDX).        00122001
012130     ADD WS-FRANCHISE-FEE   TO WS-JP-FRANCHISE(WS-JP-IDX).        00122001
012140     ADD WS-TOTAL-ACCRUAL   TO WS-JP-TOTAL(WS-JP-IDX).            00122001
012150                                                                  00122001
012160     ADD WS-KWH-USED        TO WS-TOTAL-KWH.                      00122001
012170     ADD WS-REVENUE-AMT     TO WS-TOTAL-REVENUE.                  00122001
012180     ADD WS-TAXES-AMT       TO WS-TOTAL-TAXES.                    00122001
012190     ADD WS-TOTAL-ACCRUAL   TO WS-TOTAL-ACCRUED.                  00122001
012200                                                                  00122001
012210 486-SCAN-JURIS-PLAN.                                             00123001
012220     IF WS-JP-JURIS(WS-JP-IDX) = WS-TAX-JURIS                     00123001
012230         AND WS-JP-PLAN(WS-JP-IDX) = WS-RATE-PLAN-CODE            00123001
012240         SET WS-JP-FOUND TO TRUE                                  00123001
012250     ELSE                                                         00123001
012260         ADD 1 TO WS-JP-IDX                                       00123001
012270     END-IF.                                                      00123001
012280 486-SCAN-JURIS-PLAN-EXIT.                                        00123001
012290     EXIT.                                                        00123001
012300                                                                  00123001
012310***************************************************************** 00124001
012320* REPORT HEADINGS                                                 00124001
012330***************************************************************** 00124001
012340 600-PRINT-HEADINGS.                                              00124001
012350     MOVE SPACES TO WS-PRINT-LINE.                                00124001
012360     STRING 'UTIL2090 UNBILLED REVENUE ACCRUAL'                   00124001
012370         '   ACCRUED THROUGH ' WS-ACCR-DATE                       00124001
012380         '   REVERSES ' WS-REVERSAL-DATE                          00124001
012390         '   RUN DATE ' WS-RUN-DATE                               00124001
012400         DELIMITED BY SIZE INTO WS-PRINT-LINE.                    00124001
012410     WRITE AR-LINE FROM WS-PRINT-LINE.                            00125001
012420     MOVE SPACES TO AR-LINE.                                      00125001
012430     WRITE AR-LINE.                                               00125001
012440     MOVE SPACES TO WS-PRINT-LINE.                                00125001
012450     STRING 'ACCT   PLAN JU LAST BILL  DAYS BASIS    '            00125001
012460         '  KWH/DAY   EST KWH       REVENUE         TAXES'        00125001
012470         '         TOTAL'                                         00125001
012480         DELIMITED BY SIZE INTO WS-PRINT-LINE.                    00125001
012490     WRITE AR-LINE FROM WS-PRINT-LINE.                            00125001
012500                                                                  00125001
012510***************************************************************** 00126001
012520* ONE LINE PER ACCRUED ACCOUNT - THE AUDIT TRAIL FROM THE         00126001
012530* JOURNAL BACK TO THE ACCOUNT.                                    00126001
012540***************************************************************** 00126001
012550 610-PRINT-DETAIL.                                                00126001
012560     MOVE WS-ACCR-DAYS     TO WS-DAYS-ED.                         00126001
012570     MOVE WS-AVG-DAILY-KWH TO WS-AVG-ED.                          00126001
012580     MOVE WS-KWH-USED      TO WS-KWH-ED.                          00126001
012590     MOVE WS-REVENUE-AMT   TO WS-MONEY-ED.                        00126001
012600     MOVE WS-TAXES-AMT     TO WS-MONEY-ED2.                       00126001
012610     MOVE WS-TOTAL-ACCRUAL TO WS-MONEY-ED3.                       00127001
012620     IF WS-DAYS-CAPPED                                            00127001
012630         MOVE 'CAPPED' TO WS-CAP-FLAG                             00127001
012640     ELSE                                                         00127001
012650         MOVE SPACES TO WS-CAP-FLAG                               00127001
012660     END-IF.                                                      00127001
012670     MOVE SPACES TO WS-PRINT-LINE.                                00127001
012680     STRING CM-ACCOUNT-NO '    ' WS-RATE-PLAN-CODE                00127001
012690         '  ' WS-TAX-JURIS ' ' CM-BILL-DATE                       00127001
012700         '  ' WS-DAYS-ED ' ' WS-BASIS                             00127001
012710         ' ' WS-AVG-ED ' ' WS-KWH-ED                              00128001
012720         ' ' WS-MONEY-ED ' ' WS-MONEY-ED2                         00128001
012730         ' ' WS-MONEY-ED3 ' ' WS-CAP-FLAG                         00128001
012740         DELIMITED BY SIZE INTO WS-PRINT-LINE.                    00128001
012750     WRITE AR-LINE FROM WS-PRINT-LINE.                            00128001
012760                                                                  00128001
012770***************************************************************** 00128001
012780* AN ACTIVE ACCOUNT THAT COULD NOT BE ACCRUED - ACCOUNTING        00128001
012790* HAS TO ESTIMATE IT BY HAND UNTIL THE MASTER IS FIXED.           00128001
012800***************************************************************** 00128001
012810 700-WRITE-NOT-ACCRUED.                                           00129001
012820     ADD 1 TO WS-CUST-EXCEPTION.                                  00129001
012830     MOVE SPACES TO WS-PRINT-LINE.                                00129001
012840     STRING CM-ACCOUNT-NO '    ' CM-RATE-PLAN-CODE                00129001
012850         '  ' CM-TAX-JURIS ' ' CM-BILL-DATE-X                     00129001
012860         '  *** NOT ACCRUED - ' WS-EDIT-REASON                    00129001
012870         DELIMITED BY SIZE INTO WS-PRINT-LINE.                    00129001
012880     WRITE AR-LINE FROM WS-PRINT-LINE.                            00129001
012890     DISPLAY '*** NOT ACCRUED - ACCT ' CM-ACCOUNT-NO ' '          00129001
012900         WS-EDIT-REASON.                                          00129001
012910                                                                  00130001
012920***************************************************************** 00130001
012930* PLAN/JURISDICTION SUMMARY, THE JOURNAL AND ITS REVERSAL,        00130001
012940* CONTROL TOTALS, CLOSE UP.                                       00130001
012950***************************************************************** 00130001
012960 800-END-OF-RUN.                                                  00130001
012970     PERFORM 810-PRINT-SUMMARY.                                   00130001
012980                                                                  00130001
012990     MOVE 'A' TO WS-GL-PASS.                                      00130001
013000     MOVE WS-ACCR-DATE TO WS-GL-ENTRY-DATE.                       00130001
013010     PERFORM 840-WRITE-JOURNAL.                                   00131001
013020     MOVE 'R' TO WS-GL-PASS.                                      00131001
013030     MOVE WS-REVERSAL-DATE TO WS-GL-ENTRY-DATE.                   00131001
013040     PERFORM 840-WRITE-JOURNAL.                                   00131001
013050                                                                  00131001
013060     DISPLAY '================================'.                  00131001
013070     DISPLAY '*** UTIL2090 CONTROL TOTALS  ***'.                  00131001
013080     DISPLAY '================================'.                  00131001
013090     DISPLAY 'MASTERS READ      : ' WS-CUST-READ.                 00131001
013100     DISPLAY 'ACCOUNTS ACCRUED  : ' WS-CUST-ACCRUED.              00131001
013110     DISPLAY 'DAYS CAPPED       : ' WS-CUST-CAPPED.               00132001
013120     DISPLAY 'BILLED THRU DATE  : ' WS-CUST-CURRENT.              00132001
013130     DISPLAY 'CLOSED ACCOUNTS   : ' WS-CUST-CLOSED.               00132001
013140     DISPLAY 'NOT ACCRUED       : ' WS-CUST-EXCEPTION.            00132001
013150     DISPLAY 'HISTORY RECS READ : ' WS-HIST-READ.                 00132001
013160     DISPLAY 'ACCRUED KWH       : ' WS-TOTAL-KWH.                 00132001
013170     MOVE WS-TOTAL-REVENUE TO WS-MONEY-BIG-ED.                    00132001
013180     DISPLAY 'ACCRUED REVENUE   : ' WS-MONEY-BIG-ED.              00132001
013190     MOVE WS-TOTAL-TAXES TO WS-MONEY-BIG-ED.                      00132001
013200     DISPLAY 'ACCRUED TAXES     : ' WS-MONEY-BIG-ED.              00132001
013210     MOVE WS-TOTAL-ACCRUED TO WS-MONEY-BIG-ED.                    00133001
013220     DISPLAY 'UNBILLED A/R      : ' WS-MONEY-BIG-ED.              00133001
013230     DISPLAY 'G/L ROWS WRITTEN  : ' WS-GL-WRITTEN.                00133001
013240     DISPLAY '================================'.                  00133001
013250                                                                  00133001
013260     CLOSE CUSTMAST.                                              00133001
013270     IF WS-AUDITH-OPEN                                            00133001
013280         CLOSE AUDITH                                             00133001
013290     END-IF.                                                      00133001
013300     CLOSE ACCREXT.                                               00133001
013310     CLOSE ACCRRPT.                                               00134001
013320                                                                  00134001
013330***************************************************************** 00134001
013340* ACCRUED KWH AND DOLLARS BY RATE PLAN AND JURISDICTION, WITH     00134001
013350* PLAN SUBTOTALS - EACH PLAN TOTAL IS ITS UNBILLED A/R LINE       00134001
013360* IN THE JOURNAL.                                                 00134001
013370***************************************************************** 00134001
013380 810-PRINT-SUMMARY.                                               00134001
013390     MOVE SPACES TO AR-LINE.                                      00134001
013400     WRITE AR-LINE.                                               00134001
013410     MOVE 'ACCRUAL BY RATE PLAN AND JURISDICTION' TO AR-LINE.     00135001
013420     WRITE AR-LINE.                                               00135001
013430     MOVE SPACES TO WS-PRINT-LINE.                                00135001
013440     STRING 'PLAN JU  ACCOUNTS        KWH       REVENUE'          00135001
013450         '     STATE TAX     FRANCHISE          TOTAL'            00135001
013460         DELIMITED BY SIZE INTO WS-PRINT-LINE.                    00135001
013470     WRITE AR-LINE FROM WS-PRINT-LINE.                            00135001
013480     MOVE 1 TO WS-PL-IDX.                                         00135001
013490     PERFORM 815-PRINT-PLAN                                       00135001
013500         UNTIL WS-PL-IDX > 4.                                     00135001
013510     MOVE WS-CUST-ACCRUED  TO WS-COUNT-ED.                        00136001
013520     MOVE WS-TOTAL-KWH     TO WS-KWH-ED.                          00136001
013530     MOVE WS-TOTAL-REVENUE TO WS-MONEY-ED.                        00136001
013540     MOVE WS-TOTAL-TAXES   TO WS-MONEY-ED2.                       00136001
013550     MOVE WS-TOTAL-ACCRUED TO WS-MONEY-BIG-ED.                    00136001
013560     MOVE SPACES TO WS-PRINT-LINE.                                00136001
013570     STRING 'ALL      ' WS-COUNT-ED ' ' WS-KWH-ED                 00136001
013580         ' ' WS-MONEY-ED '  TAXES ' WS-MONEY-ED2                  00136001
013590         '     ' WS-MONEY-BIG-ED                                  00136001
013600         DELIMITED BY SIZE INTO WS-PRINT-LINE.                    00136001
013610     WRITE AR-LINE FROM WS-PRINT-LINE.                            00137001
013620                                                                  00137001
013630 815-PRINT-PLAN.                                                  00137001
013640     IF WS-PL-ACCOUNTS(WS-PL-IDX) > 0                             00137001
013650         MOVE 1 TO WS-JP-IDX                                      00137001
013660         PERFORM 820-PRINT-JURIS-PLAN                             00137001
013670             UNTIL WS-JP-IDX > WS-JP-COUNT                        00137001
013680         MOVE WS-PL-ACCOUNTS(WS-PL-IDX)  TO WS-COUNT-ED           00137001
013690         MOVE WS-PL-KWH(WS-PL-IDX)       TO WS-KWH-ED             00137001
013700         MOVE WS-PL-REVENUE(WS-PL-IDX)   TO WS-MONEY-ED           00137001
013710         MOVE WS-PL-STATE-TAX(WS-PL-IDX) TO WS-MONEY-ED2          00138001
013720         MOVE WS-PL-FRANCHISE(WS-PL-IDX) TO WS-MONEY-ED3          00138001
013730         MOVE WS-PL-TOTAL(WS-PL-IDX)     TO WS-MONEY-BIG-ED       00138001
013740         MOVE SPACES TO WS-PRINT-LINE                             00138001
013750         STRING '   ' WS-PL-CODE(WS-PL-IDX) ' TOT'                00138001
013760             WS-COUNT-ED ' ' WS-KWH-ED                            00138001
013770             ' ' WS-MONEY-ED ' ' WS-MONEY-ED2                     00138001
013780             ' ' WS-MONEY-ED3 ' ' WS-MONEY-BIG-ED                 00138001
013790             DELIMITED BY SIZE INTO WS-PRINT-LINE                 00138001
013800         WRITE AR-LINE FROM WS-PRINT-LINE                         00138001
013810     END-IF.                                                      00139001
013820     ADD 1 TO WS-PL-IDX.                                          00139001
013830                                                                  00139001
013840 820-PRINT-JURIS-PLAN.                                            00139001
013850     IF WS-JP-PLAN(WS-JP-IDX) = WS-PL-CODE(WS-PL-IDX)             00139001
013860         MOVE WS-JP-ACCOUNTS(WS-JP-IDX)  TO WS-COUNT-ED           00139001
013870         MOVE WS-JP-KWH(WS-JP-IDX)       TO WS-KWH-ED             00139001
013880         MOVE WS-JP-REVENUE(WS-JP-IDX)   TO WS-MONEY-ED           00139001
013890         MOVE WS-JP-STATE-TAX(WS-JP-IDX) TO WS-MONEY-ED2          00139001
013900         MOVE WS-JP-FRANCHISE(WS-JP-IDX) TO WS-MONEY-ED3          00139001
013910         MOVE WS-JP-TOTAL(WS-JP-IDX)     TO WS-MONEY-BIG-ED       00140001
013920         MOVE SPACES TO WS-PRINT-LINE                             00140001
013930         STRING '   ' WS-JP-PLAN(WS-JP-IDX)                       00140001
013940             ' ' WS-JP-JURIS(WS-JP-IDX)                           00140001
013950             ' ' WS-COUNT-ED ' ' WS-KWH-ED                        00140001
013960             ' ' WS-MONEY-ED ' ' WS-MONEY-ED2                     00140001
013970             ' ' WS-MONEY-ED3 ' ' WS-MONEY-BIG-ED                 00140001
013980             DELIMITED BY SIZE INTO WS-PRINT-LINE                 00140001
013990         WRITE AR-LINE FROM WS-PRINT-LINE                         00140001
014000     END-IF.                                                      00140001
014010     ADD 1 TO WS-JP-IDX.                                          00141001
014020                                                                  00141001
014030***************************************************************** 00141001
014040* THE JOURNAL.  THE ACCRUAL CREDITS EACH REVENUE ACCOUNT AND      00141001
014050* THE TAX LIABILITIES BY RATE PLAN, AND DEBITS THE PLAN'S         00141001
014060* UNBILLED RECEIVABLE FOR THE TOTAL; THE REVERSAL IS THE SAME     00141001
014070* LINES THE OTHER WAY, SO THE ACTUAL BILLS BOOKED NEXT MONTH      00141001
014080* ARE NOT COUNTED TWICE.  ZERO LINES ARE NOT WRITTEN.             00141001
014090***************************************************************** 00141001
014100 840-WRITE-JOURNAL.                                               00141001
014110     MOVE 0 TO WS-ENTRY-DEBITS WS-ENTRY-CREDITS.                  00142001
014120     MOVE SPACES TO AR-LINE.                                      00142001
014130     WRITE AR-LINE.                                               00142001
014140     MOVE SPACES TO WS-PRINT-LINE.                                00142001
014150     IF WS-GL-PASS-ACCRUAL                                        00142001
014160         STRING 'ACCRUAL JOURNAL DATED ' WS-GL-ENTRY-DATE         00142001
014170             DELIMITED BY SIZE INTO WS-PRINT-LINE                 00142001
014180     ELSE                                                         00142001
014190         STRING 'REVERSING JOURNAL DATED ' WS-GL-ENTRY-DATE       00142001
014200             DELIMITED BY SIZE INTO WS-PRINT-LINE                 00142001
014210     END-IF.                                                      00143001
014220     WRITE AR-LINE FROM WS-PRINT-LINE.                            00143001
014230     MOVE SPACES TO WS-PRINT-LINE.                                00143001
014240     STRING 'ACCOUNT  DESCRIPTION                    '            00143001
014250         '      DEBIT         CREDIT'                             00143001
014260         DELIMITED BY SIZE INTO WS-PRINT-LINE.                    00143001
014270     WRITE AR-LINE FROM WS-PRINT-LINE.                            00143001
014280     MOVE 1 TO WS-PL-IDX.                                         00143001
014290     PERFORM 845-WRITE-PLAN-LINES THRU 845-WRITE-PLAN-LINES-EXIT  00143001
014300         UNTIL WS-PL-IDX > 4.                                     00143001
014310                                                                  00144001
014320     MOVE WS-ENTRY-DEBITS  TO WS-MONEY-BIG-ED.                    00144001
014330     MOVE WS-ENTRY-CREDITS TO WS-MONEY-ED.                        00144001
014340     MOVE SPACES TO WS-PRINT-LINE.                                00144001
014350     IF WS-ENTRY-DEBITS = WS-ENTRY-CREDITS                        00144001
014360         STRING 'TOTALS                       ' WS-MONEY-BIG-ED   00144001
014370             ' ' WS-MONEY-ED '  IN BALANCE'                       00144001
014380             DELIMITED BY SIZE INTO WS-PRINT-LINE                 00144001
014390     ELSE                                                         00144001
014400         STRING 'TOTALS                       ' WS-MONEY-BIG-ED   00144001
014410             ' ' WS-MONEY-ED '  *** OUT OF BALANCE'               00145001
014420             DELIMITED BY SIZE INTO WS-PRINT-LINE                 00145001
014430         DISPLAY '*** ACCRUAL JOURNAL OUT OF BALANCE'             00145001
014440         MOVE 8 TO RETURN-CODE                                    00145001
014450     END-IF.                                                      00145001
014460     WRITE AR-LINE FROM WS-PRINT-LINE.                            00145001
014470                                                                  00145001
014480 845-WRITE-PLAN-LINES.                                            00145001
014490     IF WS-PL-ACCOUNTS(WS-PL-IDX) = 0                             00145001
014500         GO TO 845-WRITE-PLAN-LINES-NEXT                          00145001
014510     END-IF.                                                      00146001
014520     MOVE WS-PL-CODE(WS-PL-IDX) TO WS-GD-PLAN.                    00146001
014530     MOVE SPACE TO WS-GL-WANT-DR-CR.                              00146001
014540                                                                  00146001
014550     MOVE WS-GL-TIER1-ACCT      TO WS-GL-WANT-ACCT.               00146001
014560     MOVE 'UNBL TIER1'         TO WS-GD-TEXT.                     00146001
014570     MOVE WS-PL-TIER1-CHG(WS-PL-IDX) TO WS-GL-WANT-AMT.           00146001
014580     PERFORM 850-WRITE-GL-ROW.                                    00146001
014590     MOVE WS-GL-TIER2-ACCT      TO WS-GL-WANT-ACCT.               00146001
014600     MOVE 'UNBL TIER2'         TO WS-GD-TEXT.                     00146001
014610     MOVE WS-PL-TIER2-CHG(WS-PL-IDX) TO WS-GL-WANT-AMT.           00147001
014620     PERFORM 850-WRITE-GL-ROW.                                    00147001
014630     MOVE WS-GL-TIER3-ACCT      TO WS-GL-WANT-ACCT.               00147001
014640     MOVE 'UNBL TIER3'         TO WS-GD-TEXT.                     00147001
014650     MOVE WS-PL-TIER3-CHG(WS-PL-IDX) TO WS-GL-WANT-AMT.           00147001
014660     PERFORM 850-WRITE-GL-ROW.                                    00147001
014670     MOVE WS-GL-PEAK-ACCT       TO WS-GL-WANT-ACCT.               00147001
014680     MOVE 'UNBL PEAK'          TO WS-GD-TEXT.                     00147001
014690     MOVE WS-PL-PEAK-CHG(WS-PL-IDX) TO WS-GL-WANT-AMT.            00147001
014700     PERFORM 850-WRITE-GL-ROW.                                    00147001
014710     MOVE WS-GL-OFFPEAK-ACCT    TO WS-GL-WANT-ACCT.               00148001
014720     MOVE 'UNBL OFFPK'         TO WS-GD-TEXT.                     00148001
014730     MOVE WS-PL-OFFPEAK-CHG(WS-PL-IDX) TO WS-GL-WANT-AMT.         00148001
014740     PERFORM 850-WRITE-GL-ROW.                                    00148001
014750     MOVE WS-GL-DEMAND-ACCT     TO WS-GL-WANT-ACCT.               00148001
014760     MOVE 'UNBL DEMAND'        TO WS-GD-TEXT.                     00148001
014770     MOVE WS-PL-DEMAND-CHG(WS-PL-IDX) TO WS-GL-WANT-AMT.          00148001
014780     PERFORM 850-WRITE-GL-ROW.                                    00148001
014790     MOVE WS-GL-FEE-ACCT        TO WS-GL-WANT-ACCT.               00148001
014800     MOVE 'UNBL SVCFEE'        TO WS-GD-TEXT.                     00148001
014810     MOVE WS-PL-SERVICE-FEE(WS-PL-IDX) TO WS-GL-WANT-AMT.         00149001
014820     PERFORM 850-WRITE-GL-ROW.                                    00149001
014830                                                                  00149001
014840     MOVE 1 TO WS-JP-IDX.                                         00149001
014850     PERFORM 848-WRITE-TAX-LINES                                  00149001
014860         UNTIL WS-JP-IDX > WS-JP-COUNT.                           00149001
014870                                                                  00149001
014880     MOVE 'D' TO WS-GL-WANT-DR-CR.                                00149001
014890     MOVE WS-GL-UNBILLED-ACCT   TO WS-GL-WANT-ACCT.               00149001
014900     MOVE 'UNBL A/R'           TO WS-GD-TEXT.                     00149001
014910     MOVE WS-PL-TOTAL(WS-PL-IDX) TO WS-GL-WANT-AMT.               00150001
014920     PERFORM 850-WRITE-GL-ROW.                                    00150001
014930 845-WRITE-PLAN-LINES-NEXT.                                       00150001
014940     ADD 1 TO WS-PL-IDX.                                          00150001
014950 845-WRITE-PLAN-LINES-EXIT.                                       00150001
014960     EXIT.                                                        00150001
014970                                                                  00150001
014980*    TAX LIABILITY LINES FOR THE PLAN, ONE PER JURISDICTION.      00150001
014990 848-WRITE-TAX-LINES.                                             00150001
015000     IF WS-JP-PLAN(WS-JP-IDX) = WS-PL-CODE(WS-PL-IDX)             00150001
015010         MOVE SPACE TO WS-GL-WANT-DR-CR                           00151001
015020         MOVE WS-GL-STATE-TAX-ACCT TO WS-GL-WANT-ACCT             00151001
015030         MOVE 'UNBL STX'           TO WS-GD-TEXT                  00151001
015040         MOVE WS-JP-JURIS(WS-JP-IDX) TO WS-GD-JURIS               00151001
015050         MOVE WS-JP-STATE-TAX(WS-JP-IDX) TO WS-GL-WANT-AMT        00151001
015060         PERFORM 850-WRITE-GL-ROW                                 00151001
015070         MOVE WS-GL-FRANCHISE-ACCT TO WS-GL-WANT-ACCT             00151001
015080         MOVE 'UNBL FRN'           TO WS-GD-TEXT                  00151001
015090         MOVE WS-JP-JURIS(WS-JP-IDX) TO WS-GD-JURIS               00151001
015100         MOVE WS-JP-FRANCHISE(WS-JP-IDX) TO WS-GL-WANT-AMT        00151001
015110         PERFORM 850-WRITE-GL-ROW                                 00152001
015120     END-IF.                                                      00152001
015130     ADD 1 TO WS-JP-IDX.                                          00152001
015140                                                                  00152001
015150*    THE REVERSING PASS TURNS EVERY LINE OVER.                    00152001
015160 850-WRITE-GL-ROW.                                                00152001
015170     IF WS-GL-WANT-AMT > 0                                        00152001
015180         MOVE WS-GL-ENTRY-DATE  TO WS-GD-DATE                     00152001
015190         MOVE SPACES            TO GL-RECORD                      00152001
015200         MOVE WS-GL-WANT-ACCT   TO GL-ACCOUNT-CODE                00152001
015210         MOVE WS-GL-WANT-DESC   TO GL-DESCRIPTION                 00153001
015220         MOVE WS-GL-WANT-AMT    TO GL-AMOUNT                      00153001
015230         MOVE WS-GL-WANT-DR-CR  TO GL-DR-CR                       00153001
015240         IF WS-GL-PASS-REVERSAL                                   00153001
015250             IF GL-DEBIT                                          00153001
015260                 MOVE SPACE TO GL-DR-CR                           00153001
015270             ELSE                                                 00153001
015280                 MOVE 'D' TO GL-DR-CR                             00153001
015290             END-IF                                               00153001
015300         END-IF                                                   00153001
015310         WRITE GL-RECORD                                          00154001
015320         ADD 1 TO WS-GL-WRITTEN                                   00154001
015330         MOVE WS-GL-WANT-AMT TO WS-MONEY-ED                       00154001
015340         MOVE SPACES TO WS-PRINT-LINE                             00154001
015350         IF GL-DEBIT                                              00154001
015360             ADD WS-GL-WANT-AMT TO WS-ENTRY-DEBITS                00154001
015370             STRING GL-ACCOUNT-CODE ' ' GL-DESCRIPTION            00154001
015380                 '  ' WS-MONEY-ED                                 00154001
015390                 DELIMITED BY SIZE INTO WS-PRINT-LINE             00154001
015400         ELSE                                                     00154001
015410             ADD WS-GL-WANT-AMT TO WS-ENTRY-CREDITS               00155001
015420             STRING GL-ACCOUNT-CODE ' ' GL-DESCRIPTION            00155001
015430                 '                 ' WS-MONEY-ED                  00155001
015440                 DELIMITED BY SIZE INTO WS-PRINT-LINE             00155001
015450         END-IF                                                   00155001
015460         WRITE AR-LINE FROM WS-PRINT-LINE                         00155001
015470     END-IF.                                                      00155001
