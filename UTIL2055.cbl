000010 IDENTIFICATION DIVISION.                                         00001001
000020 PROGRAM-ID. UTIL2055.                                            00001001
000030***************************************************************** 00001001
000040*  Programmer.:Gabriel Dilley                                     00001001
000050*  Date.......:October 15, 2026                                   00001001
000060*  GitHub URL.:                                                   00001001
000070*  Description:Field work-order completion.  Applies the          00001001
000080*              completion feedback field services returns for     00001001
000090*              the disconnect orders UTIL2040 writes to DISCONN   00001001
000100*              and the reconnect orders UTIL2030 writes to        00001001
000110*              RECONN.  A completed disconnect marks the          00002001
000120*              account disconnected on CUSTMAST, turns the        00002001
000130*              crew's final meter read into the usage the bill    00002001
000140*              run bills as the final read, and assesses the      00002001
000150*              reconnect fee through A/R (ledger type RC).  A     00002001
000160*              completed reconnect returns the account to         00002001
000170*              active service and restarts its meter from the     00002001
000180*              reconnect read.  No-access and paid-in-field       00002001
000190*              outcomes are listed for collections and change     00002001
000200*              nothing.  Every completion, posted or rejected,    00002001
000210*              is listed on the FLDRPT register.                  00003001
000220***************************************************************** 00003001
000230*  MODIFICATION HISTORY                                           00003001
000240*  ---------------------------------------------------------      00003001
000250*  DATE       INIT  DESCRIPTION                                   00003001
000260*  ---------------------------------------------------------      00003001
000270*  10/15/2026 GD    Initial version.                              00003001
000280***************************************************************** 00003001
000290                                                                  00003001
000300 ENVIRONMENT DIVISION.                                            00003001
000310 INPUT-OUTPUT SECTION.                                            00004001
000320 FILE-CONTROL.                                                    00004001
000330*  Field completions - one per work order worked, in ascending    00004001
000340*  account order; an account may have more than one.              00004001
000350     SELECT FLDCOMP ASSIGN TO "FLDCOMP"                           00004001
000360         ORGANIZATION IS LINE SEQUENTIAL                          00004001
000370         FILE STATUS IS WS-FLDCOMP-STATUS.                        00004001
000380                                                                  00004001
000390*  Customer master as it stands before the completions.           00004001
000400     SELECT CUSTMAST ASSIGN TO "CUSTMAST"                         00004001
000410         ORGANIZATION IS LINE SEQUENTIAL                          00005001
000420         FILE STATUS IS WS-CUSTMAST-STATUS.                       00005001
000430                                                                  00005001
000440*  Updated customer master - disconnects and reconnects marked.   00005001
000450     SELECT CUSTNEW ASSIGN TO "CUSTNEW"                           00005001
000460         ORGANIZATION IS LINE SEQUENTIAL                          00005001
000470         FILE STATUS IS WS-CUSTNEW-STATUS.                        00005001
000480                                                                  00005001
000490*  A/R master, in ascending account order.                        00005001
000500     SELECT ARMAST ASSIGN TO "ARMAST"                             00005001
000510         ORGANIZATION IS LINE SEQUENTIAL                          00006001
000520         FILE STATUS IS WS-ARMAST-STATUS.                         00006001
000530                                                                  00006001
000540*  Updated A/R master - reconnect fees added to the balance,      00006001
000550*  everything else passes through.                                00006001
000560     SELECT ARNEW ASSIGN TO "ARNEW"                               00006001
000570         ORGANIZATION IS LINE SEQUENTIAL                          00006001
000580         FILE STATUS IS WS-ARNEW-STATUS.                          00006001
000590                                                                  00006001
000600*  Meter master - the account's meter, its dial count and last    00006001
000610*  actual read.  Loaded into a table at run start.                00007001
000620     SELECT METERMST ASSIGN TO "METERMST"                         00007001
000630         ORGANIZATION IS LINE SEQUENTIAL                          00007001
000640         FILE STATUS IS WS-METERMST-STATUS.                       00007001
000650                                                                  00007001
000660*  Updated meter master - reconnected meters restart from the     00007001
000670*  reconnect read.  Replaces METERMST for the next route          00007001
000680*  download and the next reading run.                             00007001
000690     SELECT METERNEW ASSIGN TO "METERNEW"                         00007001
000700         ORGANIZATION IS LINE SEQUENTIAL                          00007001
000710         FILE STATUS IS WS-METERNEW-STATUS.                       00008001
000720                                                                  00008001
000730*  Billing-cycle calendar - whether the account's cycle has       00008001
000740*  been read and not yet billed.                                  00008001
000750     SELECT CYCLCAL ASSIGN TO "CYCLCAL"                           00008001
000760         ORGANIZATION IS LINE SEQUENTIAL                          00008001
000770         FILE STATUS IS WS-CYCLCAL-STATUS.                        00008001
000780                                                                  00008001
000790*  The bill run's parameter card - its reconnect-fee amount.      00008001
000800*  Optional.                                                      00008001
000810     SELECT PARMFIL ASSIGN TO "PARMFIL"                           00009001
000820         ORGANIZATION IS LINE SEQUENTIAL                          00009001
000830         FILE STATUS IS WS-PARMFIL-STATUS.                        00009001
000840                                                                  00009001
000850*  Day's A/R ledger transactions - one row per reconnect fee,     00009001
000860*  appended behind the rows already written today.                00009001
000870     SELECT ARTRANS ASSIGN TO "ARTRANS"                           00009001
000880         ORGANIZATION IS LINE SEQUENTIAL                          00009001
000890         FILE STATUS IS WS-ARTRANS-STATUS.                        00009001
000900                                                                  00009001
000910*  Completion register - one line per completion, applied or      00010001
000920*  rejected, with warnings and run control totals.                00010001
000930     SELECT FLDRPT ASSIGN TO "FLDRPT"                             00010001
000940         ORGANIZATION IS LINE SEQUENTIAL                          00010001
000950         FILE STATUS IS WS-FLDRPT-STATUS.                         00010001
000960                                                                  00010001
000970 DATA DIVISION.                                                   00010001
000980 FILE SECTION.                                                    00010001
000990                                                                  00010001
001000 FD  FLDCOMP                                                      00010001
001010     RECORDING MODE IS F.                                         00011001
001020 01  FC-RECORD.                                                   00011001
001030     05  FC-ACCOUNT-NO            PIC X(06).                      00011001
001040     05  FC-ACCOUNT-NO-N REDEFINES FC-ACCOUNT-NO                  00011001
001050                                  PIC 9(06).                      00011001
001060     05  FC-ORDER-TYPE            PIC X(01).                      00011001
001070         88  FC-DISCONNECT                    VALUE 'D'.          00011001
001080         88  FC-RECONNECT                     VALUE 'R'.          00011001
001090     05  FC-COMPL-DATE            PIC X(08).                      00011001
001100     05  FC-COMPL-DATE-N REDEFINES FC-COMPL-DATE                  00011001
001110                                  PIC 9(08).                      00012001
001120*    METER READ TAKEN AT THE METER - THE FINAL READ ON A          00012001
001130*    DISCONNECT, THE TURN-ON READ ON A RECONNECT.                 00012001
001140     05  FC-METER-READ            PIC X(05).                      00012001
001150     05  FC-METER-READ-N REDEFINES FC-METER-READ                  00012001
001160                                  PIC 9(05).                      00012001
001170     05  FC-CREW-ID               PIC X(06).                      00012001
001180*    C COMPLETED, N NO ACCESS TO THE METER, P PAID IN THE         00012001
001190*    FIELD (DISCONNECT NOT WORKED).                               00012001
001200     05  FC-OUTCOME               PIC X(01).                      00012001
001210         88  FC-COMPLETED                     VALUE 'C'.          00013001
001220         88  FC-NO-ACCESS                     VALUE 'N'.          00013001
001230         88  FC-PAID-IN-FIELD                 VALUE 'P'.          00013001
001240         88  FC-OUTCOME-VALID                 VALUE 'C' 'N' 'P'.  00013001
001250     05  FILLER                   PIC X(13).                      00013001
001260                                                                  00013001
001270 FD  CUSTMAST                                                     00013001
001280     RECORDING MODE IS F.                                         00013001
001290 01  CM-RECORD.                                                   00013001
001300     05  CM-ACCOUNT-NO            PIC 9(06).                      00013001
001310     05  CM-CUST-NAME             PIC X(20).                      00014001
001320     05  CM-ADDR-LINE1            PIC X(25).                      00014001
001330     05  CM-ADDR-LINE2            PIC X(25).                      00014001
001340     05  CM-CITY-ST-ZIP           PIC X(25).                      00014001
001350     05  CM-KWH-USED              PIC S9(05)                      00014001
001360                                  SIGN LEADING SEPARATE.          00014001
001370     05  CM-SERVICE-FEE           PIC 9(03)V99.                   00014001
001380     05  CM-RATE-PLAN-CODE        PIC X(01).                      00014001
001390     05  CM-BILLING-DAYS          PIC 9(02).                      00014001
001400     05  CM-BILL-DATE             PIC 9(08).                      00014001
001410     05  CM-TAX-JURIS             PIC X(02).                      00015001
001420     05  CM-BUDGET-PLAN           PIC X(01).                      00015001
001430     05  CM-EST-FLAG              PIC X(01).                      00015001
001440         88  CM-ESTIMATED                     VALUE 'E'.          00015001
001450*    BLANK ACTIVE, C CLOSED AT MOVE-OUT.  D, F AND S ARE          00015001
001460*    DISCONNECTED FOR NON-PAYMENT - D THE FINAL READ WAITS FOR    00015001
001470*    THE CYCLE'S READ DATE, F THE FINAL READ BILLS THIS CYCLE,    00015001
001480*    S THE FINAL READ HAS BILLED AND THE SERVICE IS OFF.          00015001
001490     05  CM-ACCT-STATUS           PIC X(01).                      00015001
001500         88  CM-ACCT-CLOSED                   VALUE 'C'.          00015001
001510         88  CM-DISCONNECTED                  VALUE 'D' 'F' 'S'.  00016001
001520         88  CM-DISC-PENDING                  VALUE 'D'.          00016001
001530     05  CM-PEAK-KWH              PIC S9(05)                      00016001
001540                                  SIGN LEADING SEPARATE.          00016001
001550     05  CM-EBILL-FLAG            PIC X(01).                      00016001
001560     05  CM-EST-KWH-TOT-X         PIC X(05).                      00016001
001570     05  CM-EST-KWH-TOT REDEFINES CM-EST-KWH-TOT-X                00016001
001580                                  PIC 9(05).                      00016001
001590     05  CM-BILL-CYCLE            PIC X(02).                      00016001
001600     05  CM-NET-METER             PIC X(01).                      00016001
001610         88  CM-NET-METERED                   VALUE 'Y'.          00017001
001620     05  CM-KWH-RECVD-X           PIC X(05).                      00017001
001630     05  CM-KWH-RECVD REDEFINES CM-KWH-RECVD-X                    00017001
001640                                  PIC 9(05).                      00017001
001650 01  CT-RECORD.                                                   00017001
001660     05  CT-TRAILER-ID            PIC X(06).                      00017001
001670         88  CT-TRAILER                       VALUE '999999'.     00017001
001680     05  CT-LABEL                 PIC X(08).                      00017001
001690     05  CT-RECORD-COUNT          PIC 9(06).                      00017001
001700     05  FILLER                   PIC X(128).                     00017001
001710                                                                  00018001
001720 FD  CUSTNEW                                                      00018001
001730     RECORDING MODE IS F.                                         00018001
001740 01  CN-RECORD                    PIC X(148).                     00018001
001750                                                                  00018001
001760 FD  ARMAST                                                       00018001
001770     RECORDING MODE IS F.                                         00018001
001780 01  AR-RECORD.                                                   00018001
001790     05  AR-ACCOUNT-NO            PIC 9(06).                      00018001
001800     05  AR-PRIOR-BALANCE         PIC S9(07)V99                   00018001
001810                                  SIGN LEADING SEPARATE.          00019001
001820     05  AR-PAYMENTS-RECVD        PIC 9(07)V99.                   00019001
001830     05  AR-LAST-PAY-DATE         PIC 9(08).                      00019001
001840     05  AR-BUDGET-VARIANCE       PIC S9(07)V99                   00019001
001850                                  SIGN LEADING SEPARATE.          00019001
001860     05  FILLER                   PIC X(05).                      00019001
001870                                                                  00019001
001880 FD  ARNEW                                                        00019001
001890     RECORDING MODE IS F.                                         00019001
001900 01  AN-RECORD                    PIC X(48).                      00019001
001910                                                                  00020001
001920 FD  METERMST                                                     00020001
001930     RECORDING MODE IS F.                                         00020001
001940 01  MM-RECORD.                                                   00020001
001950     05  MM-METER-NO              PIC X(08).                      00020001
001960     05  MM-ACCOUNT-NO            PIC 9(06).                      00020001
001970     05  MM-INSTALL-DATE          PIC 9(08).                      00020001
001980     05  MM-DIAL-COUNT            PIC 9(01).                      00020001
001990     05  MM-ROUTE                 PIC X(04).                      00020001
002000     05  MM-ROUTE-SEQ             PIC X(03).                      00020001
002010     05  MM-LAST-READ             PIC X(05).                      00021001
002020     05  MM-LAST-READ-DATE        PIC X(08).                      00021001
002030     05  FILLER                   PIC X(07).                      00021001
002040                                                                  00021001
002050 FD  METERNEW                                                     00021001
002060     RECORDING MODE IS F.                                         00021001
002070 01  MN-RECORD                    PIC X(50).                      00021001
002080                                                                  00021001
002090 FD  CYCLCAL                                                      00021001
002100     RECORDING MODE IS F.                                         00021001
002110 01  CC-RECORD.                                                   00022001
002120     05  CC-BILL-CYCLE            PIC X(02).                      00022001
002130     05  CC-READ-DATE             PIC 9(08).                      00022001
002140     05  CC-BILL-DATE             PIC 9(08).                      00022001
002150     05  FILLER                   PIC X(12).                      00022001
002160                                                                  00022001
002170 FD  PARMFIL                                                      00022001
002180     RECORDING MODE IS F.                                         00022001
002190 01  PM-RECORD.                                                   00022001
002200     05  PM-RUN-MODE              PIC X(05).                      00022001
002210     05  PM-HIBILL-PCT            PIC X(03).                      00023001
002220     05  PM-TRUEUP-FLAG           PIC X(01).                      00023001
002230     05  PM-REFUND-MIN            PIC X(09).                      00023001
002240     05  PM-REFUND-DAYS           PIC X(03).                      00023001
002250     05  PM-BILL-CYCLE            PIC X(02).                      00023001
002260     05  PM-RECONN-FEE            PIC X(09).                      00023001
002270     05  PM-RECONN-FEE-N REDEFINES PM-RECONN-FEE                  00023001
002280                                  PIC 9(07)V99.                   00023001
002290     05  PM-REINSTATE-AMT         PIC X(09).                      00023001
002300     05  FILLER                   PIC X(39).                      00023001
002310                                                                  00024001
002320 FD  ARTRANS                                                      00024001
002330     RECORDING MODE IS F.                                         00024001
002340 01  LG-RECORD.                                                   00024001
002350     05  LG-ACCOUNT-NO            PIC 9(06).                      00024001
002360     05  LG-POST-DATE             PIC 9(08).                      00024001
002370     05  LG-POST-TIME             PIC 9(08).                      00024001
002380     05  LG-TRAN-TYPE             PIC X(02).                      00024001
002390     05  LG-TRAN-DATE             PIC 9(08).                      00024001
002400     05  LG-AMOUNT                PIC S9(07)V99                   00024001
002410                                  SIGN LEADING SEPARATE.          00025001
002420     05  LG-SOURCE                PIC X(08).                      00025001
002430     05  LG-REFERENCE             PIC X(20).                      00025001
002440     05  FILLER                   PIC X(10).                      00025001
002450                                                                  00025001
002460 FD  FLDRPT                                                       00025001
002470     RECORDING MODE IS F.                                         00025001
002480 01  FR-LINE                      PIC X(132).                     00025001
002490                                                                  00025001
002500 WORKING-STORAGE SECTION.                                         00025001
002510                                                                  00026001
002520***************************************************************** 00026001
002530* FILE STATUS / SWITCHES                                          00026001
002540***************************************************************** 00026001
002550 01  WS-FLDCOMP-STATUS           PIC X(02)   VALUE '00'.          00026001
002560 01  WS-CUSTMAST-STATUS          PIC X(02)   VALUE '00'.          00026001
002570 01  WS-CUSTNEW-STATUS           PIC X(02)   VALUE '00'.          00026001
002580 01  WS-ARMAST-STATUS            PIC X(02)   VALUE '00'.          00026001
002590 01  WS-ARNEW-STATUS             PIC X(02)   VALUE '00'.          00026001
002600 01  WS-METERMST-STATUS          PIC X(02)   VALUE '00'.          00026001
002610     88  WS-METERMST-EOF                     VALUE '10'.          00027001
002620 01  WS-METERNEW-STATUS          PIC X(02)   VALUE '00'.          00027001
002630 01  WS-CYCLCAL-STATUS           PIC X(02)   VALUE '00'.          00027001
002640     88  WS-CYCLCAL-EOF                      VALUE '10'.          00027001
002650 01  WS-PARMFIL-STATUS           PIC X(02)   VALUE '00'.          00027001
002660     88  WS-PARMFIL-NOTFOUND                 VALUE '35'.          00027001
002670 01  WS-ARTRANS-STATUS           PIC X(02)   VALUE '00'.          00027001
002680     88  WS-ARTRANS-NOTFOUND                 VALUE '35'.          00027001
002690 01  WS-FLDRPT-STATUS            PIC X(02)   VALUE '00'.          00027001
002700                                                                  00027001
002710 01  WS-FC-EOF-SW                PIC X(01)   VALUE 'N'.           00028001
002720     88  WS-FC-EOF                           VALUE 'Y'.           00028001
002730 01  WS-CUST-EOF-SW              PIC X(01)   VALUE 'N'.           00028001
002740     88  WS-CUST-EOF                         VALUE 'Y'.           00028001
002750 01  WS-VALID-ORDER-SW           PIC X(01)   VALUE 'Y'.           00028001
002760     88  WS-ORDER-VALID                      VALUE 'Y'.           00028001
002770     88  WS-ORDER-INVALID                    VALUE 'N'.           00028001
002780 01  WS-AR-MATCHED-SW            PIC X(01)   VALUE 'N'.           00028001
002790     88  WS-AR-MATCHED                       VALUE 'Y'.           00028001
002800 01  WS-READ-PENDING-SW          PIC X(01)   VALUE 'N'.           00028001
002810     88  WS-READ-PENDING                     VALUE 'Y'.           00029001
002820                                                                  00029001
002830***************************************************************** 00029001
002840* MATCH KEYS - HIGH-VALUES AT END OF FILE SO THE OTHER LEG OF     00029001
002850* THE MATCH DRAINS CLEANLY.                                       00029001
002860***************************************************************** 00029001
002870 01  WS-FC-KEY                   PIC X(06)   VALUE SPACES.        00029001
002880 01  WS-CUST-KEY                 PIC X(06)   VALUE SPACES.        00029001
002890 01  WS-AR-KEY                   PIC X(06)   VALUE SPACES.        00029001
002900                                                                  00029001
002910***************************************************************** 00030001
002920* RECONNECT FEE - THE PARM CARD OVERRIDES THE DEFAULT.            00030001
002930***************************************************************** 00030001
002940 01  WS-RECONN-FEE               PIC 9(07)V99 VALUE 50.00.        00030001
002950                                                                  00030001
002960***************************************************************** 00030001
002970* CYCLES WHOSE READ HAS POSTED BUT WHOSE BILL HAS NOT RUN - THE   00030001
002980* CALENDAR ROWS READ BEFORE THE RUN DATE THAT BILL ON OR AFTER    00030001
002990* IT.  A FINAL READ FOR ONE OF THESE CYCLES RIDES ON THE BILL     00030001
003000* ABOUT TO GO OUT.                                                00030001
003010***************************************************************** 00031001
003020 01  WS-PEND-COUNT               PIC 9(02)   VALUE 0.             00031001
003030 01  WS-PEND-TABLE.                                               00031001
003040     05  WS-PEND-CYCLE            PIC X(02)   OCCURS 20 TIMES.    00031001
003050 01  WS-PEND-IDX                 PIC 9(02)   VALUE 0.             00031001
003060                                                                  00031001
003070***************************************************************** 00031001
003080* METER MASTER TABLE, WRITTEN BACK TO METERNEW AT END OF RUN.     00031001
003090***************************************************************** 00031001
003100 01  WS-METER-COUNT              PIC 9(03)   VALUE 0.             00031001
003110 01  WS-METER-TABLE.                                              00032001
003120     05  WS-METER-ENTRY OCCURS 500 TIMES.                         00032001
003130         10  WS-MM-METER-NO       PIC X(08).                      00032001
003140         10  WS-MM-ACCOUNT        PIC 9(06).                      00032001
003150         10  WS-MM-INSTALL        PIC 9(08).                      00032001
003160         10  WS-MM-DIALS          PIC 9(01).                      00032001
003170         10  WS-MM-ROUTE          PIC X(04).                      00032001
003180         10  WS-MM-ROUTE-SEQ      PIC X(03).                      00032001
003190         10  WS-MM-LAST-READ      PIC X(05).                      00032001
003200         10  WS-MM-LAST-DATE      PIC X(08).                      00032001
003210 01  WS-MM-IDX                   PIC 9(03)   VALUE 0.             00033001
003220 01  WS-MM-BEST-IDX              PIC 9(03)   VALUE 0.             00033001
003230 01  WS-METERS-WRITTEN           PIC 9(06)   VALUE 0.             00033001
003240                                                                  00033001
003250*    METERNEW ROW, BUILT FROM THE TABLE AT END OF RUN.            00033001
003260 01  WS-MN-RECORD.                                                00033001
003270     05  WS-MN-METER-NO           PIC X(08).                      00033001
003280     05  WS-MN-ACCOUNT-NO         PIC 9(06).                      00033001
003290     05  WS-MN-INSTALL-DATE       PIC 9(08).                      00033001
003300     05  WS-MN-DIAL-COUNT         PIC 9(01).                      00033001
003310     05  WS-MN-ROUTE              PIC X(04).                      00034001
003320     05  WS-MN-ROUTE-SEQ          PIC X(03).                      00034001
003330     05  WS-MN-LAST-READ          PIC X(05).                      00034001
003340     05  WS-MN-LAST-READ-DATE     PIC X(08).                      00034001
003350     05  FILLER                   PIC X(07)   VALUE SPACES.       00034001
003360                                                                  00034001
003370***************************************************************** 00034001
003380* FINAL-READ USAGE WORK AREAS                                     00034001
003390***************************************************************** 00034001
003400 01  WS-METER-MODULUS            PIC 9(07)   VALUE 100000.        00034001
003410 01  WS-LAST-READ-X              PIC X(05)   VALUE SPACES.        00035001
003420 01  WS-LAST-READ-N REDEFINES WS-LAST-READ-X                      00035001
003430                                 PIC 9(05).                       00035001
003440 01  WS-FINAL-KWH                PIC 9(06)   VALUE 0.             00035001
003450 01  WS-NEW-KWH                  PIC S9(07)  VALUE 0.             00035001
003460 01  WS-OVER-EST-KWH             PIC 9(06)   VALUE 0.             00035001
003470 01  WS-EDIT-REASON              PIC X(50)   VALUE SPACES.        00035001
003480 01  WS-WARN-TEXT                PIC X(60)   VALUE SPACES.        00035001
003490                                                                  00035001
003500***************************************************************** 00035001
003510* THE ACCOUNT'S A/R RECORD, HELD WHILE ITS COMPLETIONS APPLY      00036001
003520* AND WRITTEN TO ARNEW AFTER THE ACCOUNT'S LAST ONE.              00036001
003530***************************************************************** 00036001
003540 01  WS-AR-REC.                                                   00036001
003550     05  WS-ARR-ACCOUNT-NO        PIC 9(06).                      00036001
003560     05  WS-ARR-PRIOR-BALANCE     PIC S9(07)V99                   00036001
003570                                  SIGN LEADING SEPARATE.          00036001
003580     05  WS-ARR-PAYMENTS-RECVD    PIC 9(07)V99.                   00036001
003590     05  WS-ARR-LAST-PAY-DATE     PIC 9(08).                      00036001
003600     05  WS-ARR-BUDGET-VARIANCE   PIC X(10).                      00036001
003610     05  FILLER                   PIC X(05).                      00037001
003620                                                                  00037001
003630***************************************************************** 00037001
003640* RUN COUNTERS AND CONTROL TOTALS                                 00037001
003650***************************************************************** 00037001
003660 01  WS-ORDERS-READ              PIC 9(06)   VALUE 0.             00037001
003670 01  WS-DISCONNECTS              PIC 9(06)   VALUE 0.             00037001
003680 01  WS-FINALS-THIS-CYCLE        PIC 9(06)   VALUE 0.             00037001
003690 01  WS-RECONNECTS               PIC 9(06)   VALUE 0.             00037001
003700 01  WS-NO-ACCESS                PIC 9(06)   VALUE 0.             00037001
003710 01  WS-PAID-IN-FIELD            PIC 9(06)   VALUE 0.             00038001
003720 01  WS-ORDERS-REJECTED          PIC 9(06)   VALUE 0.             00038001
003730 01  WS-WARNINGS                 PIC 9(06)   VALUE 0.             00038001
003740 01  WS-CUST-READ                PIC 9(06)   VALUE 0.             00038001
003750 01  WS-CUST-WRITTEN             PIC 9(06)   VALUE 0.             00038001
003760 01  WS-FEES-ASSESSED            PIC 9(06)   VALUE 0.             00038001
003770 01  WS-FEE-TOTAL                PIC 9(09)V99 VALUE 0.            00038001
003780 01  WS-LEDGER-WRITTEN           PIC 9(06)   VALUE 0.             00038001
003790                                                                  00038001
003800***************************************************************** 00038001
003810* RUN DATE/TIME, PRINT-LINE AND EDITED FIELDS                     00039001
003820***************************************************************** 00039001
003830 01  WS-RUN-DATE                 PIC 9(08)   VALUE 0.             00039001
003840 01  WS-RUN-TIME                 PIC 9(08)   VALUE 0.             00039001
003850 01  WS-PRINT-LINE               PIC X(132)  VALUE SPACES.        00039001
003860 01  WS-KWH-ED                   PIC ZZZ,ZZ9.                     00039001
003870 01  WS-MONEY-ED                 PIC $$,$$$,$$9.99.               00039001
003880 01  WS-MONEY-ED2                PIC $$$,$$$,$$9.99.              00039001
003890                                                                  00039001
003900***************************************************************** 00039001
003910* TRAILER RECORD BUILT FOR THE UPDATED MASTER - THE PRE-EDIT      00040001
003920* (UTIL2005) PROVES THE COUNT BEFORE THE FILE IS BILLED.          00040001
003930***************************************************************** 00040001
003940 01  WS-TRAILER-REC.                                              00040001
003950     05  WS-TRL-ID                PIC X(06)   VALUE '999999'.     00040001
003960     05  WS-TRL-LABEL             PIC X(08)   VALUE 'TRAILER '.   00040001
003970     05  WS-TRL-COUNT             PIC 9(06)   VALUE 0.            00040001
003980     05  FILLER                   PIC X(128)  VALUE SPACES.       00040001
003990                                                                  00040001
004000 PROCEDURE DIVISION.                                              00040001
004010                                                                  00041001
004020***************************************************************** 00041001
004030* MAINLINE - INITIALIZE, APPLY THE COMPLETIONS, WRAP UP           00041001
004040***************************************************************** 00041001
004050 000-MAIN.                                                        00041001
004060     PERFORM 050-INITIALIZE-RUN.                                  00041001
004070     PERFORM 100-MATCH-CONTROL THRU 100-MATCH-CONTROL-EXIT        00041001
004080         UNTIL WS-FC-EOF AND WS-CUST-EOF.                         00041001
004090     PERFORM 800-END-OF-RUN.                                      00041001
004100     STOP RUN.                                                    00041001
004110                                                                  00042001
004120***************************************************************** 00042001
004130* OPEN FILES, LOAD THE METER AND CALENDAR TABLES, PRIME THE       00042001
004140* MATCH.                                                          00042001
004150***************************************************************** 00042001
004160 050-INITIALIZE-RUN.                                              00042001
004170     DISPLAY '*********************************'.                 00042001
004180     DISPLAY '*** UTIL2055 - FIELD ORDERS  ****'.                 00042001
004190     DISPLAY '*********************************'.                 00042001
004200     DISPLAY ' '.                                                 00042001
004210                                                                  00043001
004220     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.                       00043001
004230     ACCEPT WS-RUN-TIME FROM TIME.                                00043001
004240                                                                  00043001
004250     PERFORM 040-READ-PARM.                                       00043001
004260                                                                  00043001
004270     OPEN INPUT  FLDCOMP.                                         00043001
004280     IF WS-FLDCOMP-STATUS NOT = '00'                              00043001
004290         DISPLAY 'UNABLE TO OPEN FLDCOMP, STATUS='                00043001
004300             WS-FLDCOMP-STATUS                                    00043001
004310         MOVE 16 TO RETURN-CODE                                   00044001
004320         STOP RUN                                                 00044001
004330     END-IF.                                                      00044001
004340     OPEN INPUT  CUSTMAST.                                        00044001
004350     IF WS-CUSTMAST-STATUS NOT = '00'                             00044001
004360         DISPLAY 'UNABLE TO OPEN CUSTMAST, STATUS='               00044001
004370             WS-CUSTMAST-STATUS                                   00044001
004380         MOVE 16 TO RETURN-CODE                                   00044001
004390         STOP RUN                                                 00044001
004400     END-IF.                                                      00044001
004410     OPEN INPUT  ARMAST.                                          00045001
004420     IF WS-ARMAST-STATUS NOT = '00'                               00045001
004430         DISPLAY 'UNABLE TO OPEN ARMAST, STATUS='                 00045001
004440             WS-ARMAST-STATUS                                     00045001
004450         MOVE 16 TO RETURN-CODE                                   00045001
004460         STOP RUN                                                 00045001
004470     END-IF.                                                      00045001
004480     OPEN INPUT  METERMST.                                        00045001
004490     IF WS-METERMST-STATUS NOT = '00'                             00045001
004500         DISPLAY 'UNABLE TO OPEN METERMST, STATUS='               00045001
004510             WS-METERMST-STATUS                                   00046001
004520         MOVE 16 TO RETURN-CODE                                   00046001
004530         STOP RUN                                                 00046001
004540     END-IF.                                                      00046001
004550     OPEN INPUT  CYCLCAL.                                         00046001
004560     IF WS-CYCLCAL-STATUS NOT = '00'                              00046001
004570         DISPLAY 'UNABLE TO OPEN CYCLCAL, STATUS='                00046001
004580             WS-CYCLCAL-STATUS                                    00046001
004590         MOVE 16 TO RETURN-CODE                                   00046001
004600         STOP RUN                                                 00046001
004610     END-IF.                                                      00047001
004620     OPEN OUTPUT CUSTNEW.                                         00047001
004630     IF WS-CUSTNEW-STATUS NOT = '00'                              00047001
004640         DISPLAY 'UNABLE TO OPEN CUSTNEW, STATUS='                00047001
004650             WS-CUSTNEW-STATUS                                    00047001
004660         MOVE 16 TO RETURN-CODE                                   00047001
004670         STOP RUN                                                 00047001
004680     END-IF.                                                      00047001
004690     OPEN OUTPUT ARNEW.                                           00047001
004700     IF WS-ARNEW-STATUS NOT = '00'                                00047001
004710         DISPLAY 'UNABLE TO OPEN ARNEW, STATUS='                  00048001
004720             WS-ARNEW-STATUS                                      00048001
004730         MOVE 16 TO RETURN-CODE                                   00048001
004740         STOP RUN                                                 00048001
004750     END-IF.                                                      00048001
004760     OPEN OUTPUT METERNEW.                                        00048001
004770     IF WS-METERNEW-STATUS NOT = '00'                             00048001
004780         DISPLAY 'UNABLE TO OPEN METERNEW, STATUS='               00048001
004790             WS-METERNEW-STATUS                                   00048001
004800         MOVE 16 TO RETURN-CODE                                   00048001
004810         STOP RUN                                                 00049001
004820     END-IF.                                                      00049001
004830     OPEN OUTPUT FLDRPT.                                          00049001
004840     IF WS-FLDRPT-STATUS NOT = '00'                               00049001
004850         DISPLAY 'UNABLE TO OPEN FLDRPT, STATUS='                 00049001
004860             WS-FLDRPT-STATUS                                     00049001
004870         MOVE 16 TO RETURN-CODE                                   00049001
004880         STOP RUN                                                 00049001
004890     END-IF.                                                      00049001
004900*    ADD TO TODAY'S LEDGER TRANSACTIONS, OR START THEM IF NO      00049001
004910*    EARLIER STEP HAS.                                            00050001
004920     OPEN EXTEND ARTRANS.                                         00050001
004930     IF WS-ARTRANS-NOTFOUND                                       00050001
004940         OPEN OUTPUT ARTRANS                                      00050001
004950     END-IF.                                                      00050001
004960     IF WS-ARTRANS-STATUS NOT = '00'                              00050001
004970         DISPLAY 'UNABLE TO OPEN ARTRANS, STATUS='                00050001
004980             WS-ARTRANS-STATUS                                    00050001
004990         MOVE 16 TO RETURN-CODE                                   00050001
005000         STOP RUN                                                 00050001
005010     END-IF.                                                      00051001
005020                                                                  00051001
005030     PERFORM 080-LOAD-METER-MASTER.                               00051001
005040     PERFORM 070-LOAD-PENDING-CYCLES.                             00051001
005050                                                                  00051001
005060     PERFORM 565-READ-AR.                                         00051001
005070     PERFORM 200-READ-COMPLETION.                                 00051001
005080     PERFORM 220-READ-CUSTOMER.                                   00051001
005090                                                                  00051001
005100***************************************************************** 00051001
005110* READ THE RUN PARAMETER CARD FOR THE RECONNECT FEE.  NO CARD,    00052001
005120* OR A BLANK FIELD, KEEPS THE DEFAULT.                            00052001
005130***************************************************************** 00052001
005140 040-READ-PARM.                                                   00052001
005150     OPEN INPUT PARMFIL.                                          00052001
005160     IF WS-PARMFIL-NOTFOUND                                       00052001
005170         DISPLAY 'NO PARM CARD - DEFAULT RECONNECT FEE USED'      00052001
005180     ELSE                                                         00052001
005190         READ PARMFIL                                             00052001
005200             AT END                                               00052001
005210                 CONTINUE                                         00053001
005220             NOT AT END                                           00053001
005230                 IF PM-RECONN-FEE NUMERIC                         00053001
005240                     AND PM-RECONN-FEE-N > 0                      00053001
005250                     MOVE PM-RECONN-FEE-N TO WS-RECONN-FEE        00053001
005260                 END-IF                                           00053001
005270         END-READ                                                 00053001
005280         CLOSE PARMFIL                                            00053001
005290     END-IF.                                                      00053001
005300     MOVE WS-RECONN-FEE TO WS-MONEY-ED.                           00053001
005310     DISPLAY 'RECONNECT FEE     : ' WS-MONEY-ED.                  00054001
005320                                                                  00054001
005330***************************************************************** 00054001
005340* PICK THE CYCLES READ BUT NOT YET BILLED OFF THE CALENDAR.       00054001
005350***************************************************************** 00054001
005360 070-LOAD-PENDING-CYCLES.                                         00054001
005370     PERFORM 071-READ-CALENDAR THRU 071-READ-CALENDAR-EXIT        00054001
005380         UNTIL WS-CYCLCAL-EOF.                                    00054001
005390     CLOSE CYCLCAL.                                               00054001
005400                                                                  00054001
005410 071-READ-CALENDAR.                                               00055001
005420     READ CYCLCAL                                                 00055001
005430         AT END                                                   00055001
005440             GO TO 071-READ-CALENDAR-EXIT                         00055001
005450     END-READ.                                                    00055001
005460     IF CC-READ-DATE NOT < WS-RUN-DATE                            00055001
005470         OR CC-BILL-DATE < WS-RUN-DATE                            00055001
005480         GO TO 071-READ-CALENDAR-EXIT                             00055001
005490     END-IF.                                                      00055001
005500     IF WS-PEND-COUNT >= 20                                       00055001
005510         DISPLAY 'CYCLCAL HAS OVER 20 CYCLES AWAITING BILLING'    00056001
005520         MOVE 16 TO RETURN-CODE                                   00056001
005530         STOP RUN                                                 00056001
005540     END-IF.                                                      00056001
005550     ADD 1 TO WS-PEND-COUNT.                                      00056001
005560     MOVE CC-BILL-CYCLE TO WS-PEND-CYCLE(WS-PEND-COUNT).          00056001
005570 071-READ-CALENDAR-EXIT.                                          00056001
005580     EXIT.                                                        00056001
005590                                                                  00056001
005600***************************************************************** 00056001
005610* LOAD THE METER MASTER INTO THE IN-CORE TABLE.                   00057001
005620***************************************************************** 00057001
005630 080-LOAD-METER-MASTER.                                           00057001
005640     PERFORM 081-READ-METER-MASTER                                00057001
005650         THRU 081-READ-METER-MASTER-EXIT                          00057001
005660         UNTIL WS-METERMST-EOF.                                   00057001
005670     CLOSE METERMST.                                              00057001
005680                                                                  00057001
005690 081-READ-METER-MASTER.                                           00057001
005700     READ METERMST                                                00057001
005710         AT END                                                   00058001
005720             GO TO 081-READ-METER-MASTER-EXIT                     00058001
005730     END-READ.                                                    00058001
005740     IF WS-METER-COUNT >= 500                                     00058001
005750         DISPLAY 'METERMST HAS MORE THAN 500 ROWS - TABLE FULL'   00058001
005760         MOVE 16 TO RETURN-CODE                                   00058001
005770         STOP RUN                                                 00058001
005780     END-IF.                                                      00058001
005790     ADD 1 TO WS-METER-COUNT.                                     00058001
005800     MOVE MM-METER-NO     TO WS-MM-METER-NO(WS-METER-COUNT).      00058001
005810     MOVE MM-ACCOUNT-NO   TO WS-MM-ACCOUNT(WS-METER-COUNT).       00059001
005820     MOVE MM-INSTALL-DATE TO WS-MM-INSTALL(WS-METER-COUNT).       00059001
005830     MOVE MM-DIAL-COUNT   TO WS-MM-DIALS(WS-METER-COUNT).         00059001
005840     MOVE MM-ROUTE        TO WS-MM-ROUTE(WS-METER-COUNT).         00059001
005850     MOVE MM-ROUTE-SEQ    TO WS-MM-ROUTE-SEQ(WS-METER-COUNT).     00059001
005860     MOVE MM-LAST-READ    TO WS-MM-LAST-READ(WS-METER-COUNT).     00059001
005870     MOVE MM-LAST-READ-DATE                                       00059001
005880                          TO WS-MM-LAST-DATE(WS-METER-COUNT).     00059001
005890 081-READ-METER-MASTER-EXIT.                                      00059001
005900     EXIT.                                                        00059001
005910                                                                  00060001
005920***************************************************************** 00060001
005930* TWO-FILE MATCH ON ACCOUNT NUMBER.  A COMPLETION BELOW THE       00060001
005940* MASTER KEY HAS NO ACCOUNT ON FILE; A MASTER BELOW THE           00060001
005950* COMPLETION KEY HAS NO FIELD WORK AND PASSES THROUGH WITH ITS    00060001
005960* A/R UNCHANGED.                                                  00060001
005970***************************************************************** 00060001
005980 100-MATCH-CONTROL.                                               00060001
005990     IF WS-FC-KEY < WS-CUST-KEY                                   00060001
006000         MOVE 'ACCOUNT NOT ON FILE' TO WS-EDIT-REASON             00060001
006010         PERFORM 700-WRITE-REJECT                                 00061001
006020         PERFORM 200-READ-COMPLETION                              00061001
006030         GO TO 100-MATCH-CONTROL-EXIT                             00061001
006040     END-IF.                                                      00061001
006050                                                                  00061001
006060     IF WS-FC-KEY > WS-CUST-KEY                                   00061001
006070         PERFORM 560-LOCATE-AR THRU 560-LOCATE-AR-EXIT            00061001
006080         PERFORM 500-WRITE-CUSTOMER                               00061001
006090         PERFORM 575-WRITE-AR                                     00061001
006100         PERFORM 220-READ-CUSTOMER                                00061001
006110         GO TO 100-MATCH-CONTROL-EXIT                             00062001
006120     END-IF.                                                      00062001
006130                                                                  00062001
006140*    APPLY EVERY COMPLETION FOR THIS ACCOUNT - A CUSTOMER WHO     00062001
006150*    PAYS THE SAME DAY CAN BE DISCONNECTED AND RECONNECTED ON     00062001
006160*    ONE FILE.  THE MASTER AND ITS A/R ARE WRITTEN ONCE, AFTER    00062001
006170*    THE ACCOUNT'S LAST COMPLETION.                               00062001
006180     PERFORM 560-LOCATE-AR THRU 560-LOCATE-AR-EXIT.               00062001
006190     PERFORM 320-APPLY-COMPLETION THRU 320-APPLY-COMPLETION-EXIT  00062001
006200         UNTIL WS-FC-KEY NOT = WS-CUST-KEY.                       00062001
006210     PERFORM 500-WRITE-CUSTOMER.                                  00063001
006220     PERFORM 575-WRITE-AR.                                        00063001
006230     PERFORM 220-READ-CUSTOMER.                                   00063001
006240 100-MATCH-CONTROL-EXIT.                                          00063001
006250     EXIT.                                                        00063001
006260                                                                  00063001
006270***************************************************************** 00063001
006280* READ THE NEXT FIELD COMPLETION.                                 00063001
006290***************************************************************** 00063001
006300 200-READ-COMPLETION.                                             00063001
006310     READ FLDCOMP                                                 00064001
006320         AT END                                                   00064001
006330             SET WS-FC-EOF TO TRUE                                00064001
006340             MOVE HIGH-VALUES TO WS-FC-KEY                        00064001
006350         NOT AT END                                               00064001
006360             ADD 1 TO WS-ORDERS-READ                              00064001
006370             MOVE FC-ACCOUNT-NO TO WS-FC-KEY                      00064001
006380     END-READ.                                                    00064001
006390                                                                  00064001
006400***************************************************************** 00064001
006410* READ THE NEXT CUSTOMER MASTER RECORD.                           00065001
006420***************************************************************** 00065001
006430 220-READ-CUSTOMER.                                               00065001
006440     READ CUSTMAST                                                00065001
006450         AT END                                                   00065001
006460             SET WS-CUST-EOF TO TRUE                              00065001
006470             MOVE HIGH-VALUES TO WS-CUST-KEY                      00065001
006480         NOT AT END                                               00065001
006490             IF CT-TRAILER                                        00065001
006500                 SET WS-CUST-EOF TO TRUE                          00065001
006510                 MOVE HIGH-VALUES TO WS-CUST-KEY                  00066001
006520             ELSE                                                 00066001
006530                 ADD 1 TO WS-CUST-READ                            00066001
006540                 MOVE CM-ACCOUNT-NO TO WS-CUST-KEY                00066001
006550             END-IF                                               00066001
006560     END-READ.                                                    00066001
006570                                                                  00066001
006580***************************************************************** 00066001
006590* ONE COMPLETION AGAINST THE IN-MEMORY MASTER.  A COMPLETED       00066001
006600* DISCONNECT OR RECONNECT CHANGES THE ACCOUNT; NO ACCESS AND      00066001
006610* PAID IN FIELD ARE LISTED FOR COLLECTIONS AND CHANGE NOTHING -   00067001
006620* THE PAYMENT TAKEN IN THE FIELD POSTS THROUGH THE CASHIER.       00067001
006630***************************************************************** 00067001
006640 320-APPLY-COMPLETION.                                            00067001
006650     PERFORM 350-EDIT-COMPLETION THRU 350-EDIT-COMPLETION-EXIT.   00067001
006660     IF WS-ORDER-INVALID                                          00067001
006670         PERFORM 700-WRITE-REJECT                                 00067001
006680         GO TO 320-APPLY-COMPLETION-NEXT                          00067001
006690     END-IF.                                                      00067001
006700                                                                  00067001
006710     EVALUATE TRUE                                                00068001
006720         WHEN FC-NO-ACCESS                                        00068001
006730             ADD 1 TO WS-NO-ACCESS                                00068001
006740             MOVE SPACES TO WS-PRINT-LINE                         00068001
006750             STRING 'NO ACCESS ORDER ' FC-ORDER-TYPE              00068001
006760                 ' ACCT ' FC-ACCOUNT-NO                           00068001
006770                 ' DATE ' FC-COMPL-DATE                           00068001
006780                 ' CREW ' FC-CREW-ID                              00068001
006790                 ' - ORDER STILL OPEN'                            00068001
006800                 DELIMITED BY SIZE INTO WS-PRINT-LINE             00068001
006810             WRITE FR-LINE FROM WS-PRINT-LINE                     00069001
006820         WHEN FC-PAID-IN-FIELD                                    00069001
006830             ADD 1 TO WS-PAID-IN-FIELD                            00069001
006840             MOVE SPACES TO WS-PRINT-LINE                         00069001
006850             STRING 'PAID IN FIELD   ACCT ' FC-ACCOUNT-NO         00069001
006860                 ' DATE ' FC-COMPL-DATE                           00069001
006870                 ' CREW ' FC-CREW-ID                              00069001
006880                 ' - SERVICE LEFT ON'                             00069001
006890                 DELIMITED BY SIZE INTO WS-PRINT-LINE             00069001
006900             WRITE FR-LINE FROM WS-PRINT-LINE                     00069001
006910         WHEN FC-DISCONNECT                                       00070001
006920             PERFORM 400-APPLY-DISCONNECT                         00070001
006930                 THRU 400-APPLY-DISCONNECT-EXIT                   00070001
006940         WHEN OTHER                                               00070001
006950             PERFORM 450-APPLY-RECONNECT                          00070001
006960     END-EVALUATE.                                                00070001
006970 320-APPLY-COMPLETION-NEXT.                                       00070001
006980     PERFORM 200-READ-COMPLETION.                                 00070001
006990 320-APPLY-COMPLETION-EXIT.                                       00070001
007000     EXIT.                                                        00070001
007010                                                                  00071001
007020***************************************************************** 00071001
007030* VALIDATE A COMPLETION BEFORE IT TOUCHES ANYTHING.               00071001
007040***************************************************************** 00071001
007050 350-EDIT-COMPLETION.                                             00071001
007060     MOVE 'Y' TO WS-VALID-ORDER-SW.                               00071001
007070     MOVE SPACES TO WS-EDIT-REASON.                               00071001
007080                                                                  00071001
007090     IF NOT FC-DISCONNECT AND NOT FC-RECONNECT                    00071001
007100         MOVE 'N' TO WS-VALID-ORDER-SW                            00071001
007110         MOVE 'ORDER TYPE NOT D/R' TO WS-EDIT-REASON              00072001
007120         GO TO 350-EDIT-COMPLETION-EXIT                           00072001
007130     END-IF.                                                      00072001
007140     IF NOT FC-OUTCOME-VALID                                      00072001
007150         MOVE 'N' TO WS-VALID-ORDER-SW                            00072001
007160         MOVE 'OUTCOME NOT C/N/P' TO WS-EDIT-REASON               00072001
007170         GO TO 350-EDIT-COMPLETION-EXIT                           00072001
007180     END-IF.                                                      00072001
007190     IF FC-PAID-IN-FIELD AND FC-RECONNECT                         00072001
007200         MOVE 'N' TO WS-VALID-ORDER-SW                            00072001
007210         MOVE 'PAID IN FIELD ON A RECONNECT ORDER'                00073001
007220             TO WS-EDIT-REASON                                    00073001
007230         GO TO 350-EDIT-COMPLETION-EXIT                           00073001
007240     END-IF.                                                      00073001
007250     IF FC-COMPL-DATE NOT NUMERIC OR FC-COMPL-DATE-N = 0          00073001
007260         MOVE 'N' TO WS-VALID-ORDER-SW                            00073001
007270         MOVE 'COMPLETION DATE INVALID' TO WS-EDIT-REASON         00073001
007280         GO TO 350-EDIT-COMPLETION-EXIT                           00073001
007290     END-IF.                                                      00073001
007300     IF FC-COMPL-DATE-N > WS-RUN-DATE                             00073001
007310         MOVE 'N' TO WS-VALID-ORDER-SW                            00074001
007320         MOVE 'COMPLETION DATE AFTER RUN DATE' TO WS-EDIT-REASON  00074001
007330         GO TO 350-EDIT-COMPLETION-EXIT                           00074001
007340     END-IF.                                                      00074001
007350     IF FC-CREW-ID = SPACES                                       00074001
007360         MOVE 'N' TO WS-VALID-ORDER-SW                            00074001
007370         MOVE 'CREW ID MISSING' TO WS-EDIT-REASON                 00074001
007380         GO TO 350-EDIT-COMPLETION-EXIT                           00074001
007390     END-IF.                                                      00074001
007400     IF CM-ACCT-CLOSED                                            00074001
007410         MOVE 'N' TO WS-VALID-ORDER-SW                            00075001
007420         MOVE 'ACCOUNT CLOSED' TO WS-EDIT-REASON                  00075001
007430         GO TO 350-EDIT-COMPLETION-EXIT                           00075001
007440     END-IF.                                                      00075001
007450     IF FC-DISCONNECT AND CM-DISCONNECTED                         00075001
007460         MOVE 'N' TO WS-VALID-ORDER-SW                            00075001
007470         MOVE 'ACCOUNT ALREADY DISCONNECTED' TO WS-EDIT-REASON    00075001
007480         GO TO 350-EDIT-COMPLETION-EXIT                           00075001
007490     END-IF.                                                      00075001
007500     IF FC-RECONNECT AND NOT CM-DISCONNECTED                      00075001
007510         MOVE 'N' TO WS-VALID-ORDER-SW                            00076001
007520         MOVE 'ACCOUNT NOT DISCONNECTED' TO WS-EDIT-REASON        00076001
007530         GO TO 350-EDIT-COMPLETION-EXIT                           00076001
007540     END-IF.                                                      00076001
007550     IF FC-COMPLETED AND FC-METER-READ NOT NUMERIC                00076001
007560         MOVE 'N' TO WS-VALID-ORDER-SW                            00076001
007570         MOVE 'METER READ NOT NUMERIC' TO WS-EDIT-REASON          00076001
007580     END-IF.                                                      00076001
007590 350-EDIT-COMPLETION-EXIT.                                        00076001
007600     EXIT.                                                        00076001
007610                                                                  00077001
007620***************************************************************** 00077001
007630* COMPLETED DISCONNECT.  THE FINAL READ LESS THE METER'S LAST     00077001
007640* ACTUAL READ (WITH THE DIAL-COUNT ROLLOVER) IS THE USAGE SINCE   00077001
007650* THAT READ.  IF THE ACCOUNT'S CYCLE HAS BEEN READ AND NOT YET    00077001
007660* BILLED, THE USAGE JOINS THE CYCLE USAGE ALREADY ON THE MASTER   00077001
007670* AND BILLS WITH IT (STATUS F); OTHERWISE IT REPLACES THE         00077001
007680* BILLED USAGE AND WAITS FOR THE CYCLE'S NEXT READ DATE           00077001
007690* (STATUS D).  ESTIMATES BILLED SINCE THE LAST ACTUAL READ COME   00077001
007700* OFF AS THEY DO ON A TRUE-UP.  THE METER'S LAST READ IS NOT      00077001
007710* MOVED - THE ACCOUNT IS NOT READ AGAIN UNTIL RECONNECTED.        00078001
007720* THE RECONNECT FEE GOES ON THE A/R BALANCE.                      00078001
007730***************************************************************** 00078001
007740 400-APPLY-DISCONNECT.                                            00078001
007750     MOVE 'N' TO WS-READ-PENDING-SW.                              00078001
007760     MOVE 1 TO WS-PEND-IDX.                                       00078001
007770     PERFORM 410-SCAN-PENDING-CYCLE                               00078001
007780         UNTIL WS-READ-PENDING OR WS-PEND-IDX > WS-PEND-COUNT.    00078001
007790                                                                  00078001
007800     PERFORM 420-FIND-METER.                                      00078001
007810     MOVE 0 TO WS-FINAL-KWH.                                      00079001
007820     IF WS-MM-BEST-IDX = 0                                        00079001
007830         MOVE 'NO METER ON METERMST - FINAL USAGE ZERO'           00079001
007840             TO WS-WARN-TEXT                                      00079001
007850         PERFORM 710-WRITE-WARNING                                00079001
007860     ELSE                                                         00079001
007870         MOVE WS-MM-LAST-READ(WS-MM-BEST-IDX) TO WS-LAST-READ-X   00079001
007880         IF WS-LAST-READ-X NOT NUMERIC                            00079001
007890             MOVE 'NO LAST READ ON METERMST - FINAL USAGE ZERO'   00079001
007900                 TO WS-WARN-TEXT                                  00079001
007910             PERFORM 710-WRITE-WARNING                            00080001
007920         ELSE                                                     00080001
007930             PERFORM 430-DERIVE-FINAL-KWH                         00080001
007940         END-IF                                                   00080001
007950     END-IF.                                                      00080001
007960                                                                  00080001
007970     IF WS-READ-PENDING                                           00080001
007980         COMPUTE WS-NEW-KWH = CM-KWH-USED + WS-FINAL-KWH          00080001
007990     ELSE                                                         00080001
008000         MOVE WS-FINAL-KWH TO WS-NEW-KWH                          00080001
008010     END-IF.                                                      00081001
008020     IF CM-ESTIMATED                                              00081001
008030         IF CM-EST-KWH-TOT-X NUMERIC                              00081001
008040             SUBTRACT CM-EST-KWH-TOT FROM WS-NEW-KWH              00081001
008050         END-IF                                                   00081001
008060         MOVE SPACE TO CM-EST-FLAG                                00081001
008070         MOVE 0 TO CM-EST-KWH-TOT                                 00081001
008080     END-IF.                                                      00081001
008090     IF WS-NEW-KWH < 0                                            00081001
008100         COMPUTE WS-OVER-EST-KWH = 0 - WS-NEW-KWH                 00081001
008110         MOVE WS-OVER-EST-KWH TO WS-KWH-ED                        00082001
008120         MOVE SPACES TO WS-WARN-TEXT                              00082001
008130         STRING 'OVER-ESTIMATED BY ' WS-KWH-ED                    00082001
008140             ' KWH - CREDIT THE ACCOUNT MANUALLY'                 00082001
008150             DELIMITED BY SIZE INTO WS-WARN-TEXT                  00082001
008160         PERFORM 710-WRITE-WARNING                                00082001
008170         MOVE 0 TO WS-NEW-KWH                                     00082001
008180     END-IF.                                                      00082001
008190     IF WS-NEW-KWH > 99999                                        00082001
008200         MOVE 'FINAL USAGE OVER 99,999 KWH - CHECK THE READ'      00082001
008210             TO WS-WARN-TEXT                                      00083001
008220         PERFORM 710-WRITE-WARNING                                00083001
008230         MOVE 99999 TO WS-NEW-KWH                                 00083001
008240     END-IF.                                                      00083001
008250     MOVE WS-NEW-KWH TO CM-KWH-USED.                              00083001
008260                                                                  00083001
008270*    ONLY THE DELIVERED REGISTER IS READ AT A DISCONNECT - A      00083001
008280*    FINAL PERIOD OF ITS OWN CARRIES NO PEAK OR RECEIVED KWH.     00083001
008290     IF WS-READ-PENDING                                           00083001
008300         MOVE 'F' TO CM-ACCT-STATUS                               00083001
008310         ADD 1 TO WS-FINALS-THIS-CYCLE                            00084001
008320     ELSE                                                         00084001
008330         MOVE 'D' TO CM-ACCT-STATUS                               00084001
008340         MOVE 0 TO CM-PEAK-KWH                                    00084001
008350         IF CM-NET-METERED                                        00084001
008360             MOVE 0 TO CM-KWH-RECVD                               00084001
008370         END-IF                                                   00084001
008380     END-IF.                                                      00084001
008390     ADD 1 TO WS-DISCONNECTS.                                     00084001
008400                                                                  00084001
008410     MOVE WS-NEW-KWH TO WS-KWH-ED.                                00085001
008420     MOVE SPACES TO WS-PRINT-LINE.                                00085001
008430     STRING 'DISCONN  ACCT ' FC-ACCOUNT-NO                        00085001
008440         ' DATE ' FC-COMPL-DATE                                   00085001
008450         ' CREW ' FC-CREW-ID                                      00085001
008460         ' FINAL READ ' FC-METER-READ                             00085001
008470         ' KWH TO BILL ' WS-KWH-ED                                00085001
008480         ' STATUS ' CM-ACCT-STATUS                                00085001
008490         DELIMITED BY SIZE INTO WS-PRINT-LINE.                    00085001
008500     WRITE FR-LINE FROM WS-PRINT-LINE.                            00085001
008510                                                                  00086001
008520     PERFORM 440-ASSESS-RECONNECT-FEE.                            00086001
008530 400-APPLY-DISCONNECT-EXIT.                                       00086001
008540     EXIT.                                                        00086001
008550                                                                  00086001
008560 410-SCAN-PENDING-CYCLE.                                          00086001
008570     IF WS-PEND-CYCLE(WS-PEND-IDX) = CM-BILL-CYCLE                00086001
008580         SET WS-READ-PENDING TO TRUE                              00086001
008590     ELSE                                                         00086001
008600         ADD 1 TO WS-PEND-IDX                                     00086001
008610     END-IF.                                                      00087001
008620                                                                  00087001
008630***************************************************************** 00087001
008640* FIND THE ACCOUNT'S METER - THE ONE INSTALLED LAST IS THE ONE    00087001
008650* ON THE WALL.                                                    00087001
008660***************************************************************** 00087001
008670 420-FIND-METER.                                                  00087001
008680     MOVE 0 TO WS-MM-BEST-IDX.                                    00087001
008690     MOVE 1 TO WS-MM-IDX.                                         00087001
008700     PERFORM 425-SCAN-METER-TABLE                                 00087001
008710         UNTIL WS-MM-IDX > WS-METER-COUNT.                        00088001
008720                                                                  00088001
008730 425-SCAN-METER-TABLE.                                            00088001
008740     IF WS-MM-ACCOUNT(WS-MM-IDX) = CM-ACCOUNT-NO                  00088001
008750         IF WS-MM-BEST-IDX = 0                                    00088001
008760             MOVE WS-MM-IDX TO WS-MM-BEST-IDX                     00088001
008770         ELSE                                                     00088001
008780             IF WS-MM-INSTALL(WS-MM-IDX)                          00088001
008790                 > WS-MM-INSTALL(WS-MM-BEST-IDX)                  00088001
008800                 MOVE WS-MM-IDX TO WS-MM-BEST-IDX                 00088001
008810             END-IF                                               00089001
008820         END-IF                                                   00089001
008830     END-IF.                                                      00089001
008840     ADD 1 TO WS-MM-IDX.                                          00089001
008850                                                                  00089001
008860***************************************************************** 00089001
008870* USAGE FROM THE LAST ACTUAL READ TO THE FINAL READ.  A FINAL     00089001
008880* READ BELOW THE LAST READ ROLLED THE REGISTER OVER.              00089001
008890***************************************************************** 00089001
008900 430-DERIVE-FINAL-KWH.                                            00089001
008910     EVALUATE WS-MM-DIALS(WS-MM-BEST-IDX)                         00090001
008920         WHEN 4                                                   00090001
008930             MOVE 10000   TO WS-METER-MODULUS                     00090001
008940         WHEN 5                                                   00090001
008950             MOVE 100000  TO WS-METER-MODULUS                     00090001
008960         WHEN 6                                                   00090001
008970             MOVE 1000000 TO WS-METER-MODULUS                     00090001
008980         WHEN OTHER                                               00090001
008990             MOVE 100000  TO WS-METER-MODULUS                     00090001
009000     END-EVALUATE.                                                00090001
009010     IF FC-METER-READ-N >= WS-LAST-READ-N                         00091001
009020         COMPUTE WS-FINAL-KWH =                                   00091001
009030             FC-METER-READ-N - WS-LAST-READ-N                     00091001
009040     ELSE                                                         00091001
009050         COMPUTE WS-FINAL-KWH =                                   00091001
009060             WS-METER-MODULUS - WS-LAST-READ-N                    00091001
009070             + FC-METER-READ-N                                    00091001
009080     END-IF.                                                      00091001
009090                                                                  00091001
009100***************************************************************** 00091001
009110* ASSESS THE RECONNECT FEE.  IT GOES ON THE BALANCE NOW SO THE    00092001
009120* AMOUNT TO PAY FOR RECONNECTION INCLUDES IT.  AN ACCOUNT WITH    00092001
009130* NO A/R RECORD IS STILL DISCONNECTED; THE FEE IS LISTED FOR A    00092001
009140* MANUAL ADJUSTMENT.                                              00092001
009150***************************************************************** 00092001
009160 440-ASSESS-RECONNECT-FEE.                                        00092001
009170     IF NOT WS-AR-MATCHED                                         00092001
009180         MOVE 'NO A/R RECORD - RECONNECT FEE NOT ASSESSED'        00092001
009190             TO WS-WARN-TEXT                                      00092001
009200         PERFORM 710-WRITE-WARNING                                00092001
009210     ELSE                                                         00093001
009220         ADD WS-RECONN-FEE TO WS-ARR-PRIOR-BALANCE                00093001
009230         ADD 1 TO WS-FEES-ASSESSED                                00093001
009240         ADD WS-RECONN-FEE TO WS-FEE-TOTAL                        00093001
009250         MOVE SPACES TO LG-RECORD                                 00093001
009260         MOVE CM-ACCOUNT-NO TO LG-ACCOUNT-NO                      00093001
009270         MOVE 'RC' TO LG-TRAN-TYPE                                00093001
009280         MOVE FC-COMPL-DATE-N TO LG-TRAN-DATE                     00093001
009290         MOVE WS-RECONN-FEE TO LG-AMOUNT                          00093001
009300         MOVE 'RECONNECT FEE' TO LG-REFERENCE                     00093001
009310         PERFORM 577-WRITE-LEDGER                                 00094001
009320     END-IF.                                                      00094001
009330                                                                  00094001
009340***************************************************************** 00094001
009350* COMPLETED RECONNECT - SERVICE IS BACK ON.  ONCE THE FINAL       00094001
009360* READ HAS GONE ON A BILL (F OR S) THE METER RESTARTS FROM THE    00094001
009370* RECONNECT READ, SO THE NEXT CYCLE BILLS ONLY WHAT WAS USED      00094001
009380* AFTER IT.  A FINAL READ STILL WAITING FOR ITS CYCLE (D) IS      00094001
009390* NEVER BILLED SEPARATELY - THE METER KEEPS ITS LAST READ AND     00094001
009400* THE CYCLE'S NEXT READ BILLS THE WHOLE PERIOD.                   00094001
009410***************************************************************** 00095001
009420 450-APPLY-RECONNECT.                                             00095001
009430     IF NOT CM-DISC-PENDING                                       00095001
009440         PERFORM 420-FIND-METER                                   00095001
009450         IF WS-MM-BEST-IDX = 0                                    00095001
009460             MOVE 'NO METER ON METERMST - LAST READ NOT RESET'    00095001
009470                 TO WS-WARN-TEXT                                  00095001
009480             PERFORM 710-WRITE-WARNING                            00095001
009490         ELSE                                                     00095001
009500             MOVE FC-METER-READ TO WS-MM-LAST-READ(WS-MM-BEST-IDX)00095001
009510             MOVE FC-COMPL-DATE TO WS-MM-LAST-DATE(WS-MM-BEST-IDX)00096001
009520         END-IF                                                   00096001
009530     END-IF.                                                      00096001
009540     MOVE SPACE TO CM-ACCT-STATUS.                                00096001
009550     ADD 1 TO WS-RECONNECTS.                                      00096001
009560     MOVE SPACES TO WS-PRINT-LINE.                                00096001
009570     STRING 'RECONN   ACCT ' FC-ACCOUNT-NO                        00096001
009580         ' DATE ' FC-COMPL-DATE                                   00096001
009590         ' CREW ' FC-CREW-ID                                      00096001
009600         ' READ ' FC-METER-READ                                   00096001
009610         ' - SERVICE RESTORED'                                    00097001
009620         DELIMITED BY SIZE INTO WS-PRINT-LINE.                    00097001
009630     WRITE FR-LINE FROM WS-PRINT-LINE.                            00097001
009640                                                                  00097001
009650***************************************************************** 00097001
009660* WRITE THE CURRENT MASTER RECORD TO CUSTNEW.                     00097001
009670***************************************************************** 00097001
009680 500-WRITE-CUSTOMER.                                              00097001
009690     WRITE CN-RECORD FROM CM-RECORD.                              00097001
009700     ADD 1 TO WS-CUST-WRITTEN.                                    00097001
009710                                                                  00098001
009720***************************************************************** 00098001
009730* LOCATE THIS CUSTOMER'S A/R RECORD.  ARMAST IS IN ASCENDING      00098001
009740* ACCOUNT ORDER LIKE CUSTMAST; RECORDS FOR ACCOUNTS NOT ON THE    00098001
009750* CUSTOMER FILE PASS THROUGH TO ARNEW UNCHANGED SO NO BALANCE     00098001
009760* IS EVER DROPPED.  A MATCHED RECORD IS HELD IN WS-AR-REC.        00098001
009770***************************************************************** 00098001
009780 560-LOCATE-AR.                                                   00098001
009790     PERFORM 562-PASS-AR THRU 562-PASS-AR-EXIT                    00098001
009800         UNTIL WS-AR-KEY >= WS-CUST-KEY.                          00098001
009810     IF WS-AR-KEY = WS-CUST-KEY                                   00099001
009820         SET WS-AR-MATCHED TO TRUE                                00099001
009830         MOVE AR-RECORD TO WS-AR-REC                              00099001
009840         PERFORM 565-READ-AR                                      00099001
009850     ELSE                                                         00099001
009860         MOVE 'N' TO WS-AR-MATCHED-SW                             00099001
009870         MOVE SPACES TO WS-AR-REC                                 00099001
009880     END-IF.                                                      00099001
009890 560-LOCATE-AR-EXIT.                                              00099001
009900     EXIT.                                                        00099001
009910                                                                  00100001
009920 562-PASS-AR.                                                     00100001
009930     WRITE AN-RECORD FROM AR-RECORD.                              00100001
009940     PERFORM 565-READ-AR.                                         00100001
009950 562-PASS-AR-EXIT.                                                00100001
009960     EXIT.                                                        00100001
009970                                                                  00100001
009980 565-READ-AR.                                                     00100001
009990     READ ARMAST                                                  00100001
010000         AT END                                                   00100001
010010             MOVE HIGH-VALUES TO WS-AR-KEY                        00101001
010020         NOT AT END                                               00101001
010030             MOVE AR-ACCOUNT-NO TO WS-AR-KEY                      00101001
010040     END-READ.                                                    00101001
010050                                                                  00101001
010060***************************************************************** 00101001
010070* CARRY THE ACCOUNT'S HELD A/R RECORD (IF ANY) TO ARNEW, WITH     00101001
010080* ANY RECONNECT FEE ASSESSED TONIGHT.                             00101001
010090***************************************************************** 00101001
010100 575-WRITE-AR.                                                    00101001
010110     IF WS-AR-MATCHED                                             00102001
010120         WRITE AN-RECORD FROM WS-AR-REC                           00102001
010130     END-IF.                                                      00102001
010140                                                                  00102001
010150***************************************************************** 00102001
010160* APPEND ONE ROW TO THE DAY'S LEDGER TRANSACTIONS.  THE CALLER    00102001
010170* FILLS IN THE ACCOUNT, TYPE, DATE, SIGNED AMOUNT (A CREDIT TO    00102001
010180* THE BALANCE IS NEGATIVE) AND REFERENCE.                         00102001
010190***************************************************************** 00102001
010200 577-WRITE-LEDGER.                                                00102001
010210     MOVE WS-RUN-DATE TO LG-POST-DATE.                            00103001
010220     MOVE WS-RUN-TIME TO LG-POST-TIME.                            00103001
010230     MOVE 'UTIL2055' TO LG-SOURCE.                                00103001
010240     WRITE LG-RECORD.                                             00103001
010250     IF WS-ARTRANS-STATUS NOT = '00'                              00103001
010260         DISPLAY 'UNABLE TO WRITE ARTRANS, STATUS='               00103001
010270             WS-ARTRANS-STATUS                                    00103001
010280         MOVE 16 TO RETURN-CODE                                   00103001
010290         STOP RUN                                                 00103001
010300     END-IF.                                                      00103001
010310     ADD 1 TO WS-LEDGER-WRITTEN.                                  00104001
010320                                                                  00104001
010330***************************************************************** 00104001
010340* LIST A REJECTED COMPLETION ON THE REGISTER - THE ORDER IS       00104001
010350* STILL OPEN AS FAR AS THE MASTER KNOWS.                          00104001
010360***************************************************************** 00104001
010370 700-WRITE-REJECT.                                                00104001
010380     ADD 1 TO WS-ORDERS-REJECTED.                                 00104001
010390     MOVE SPACES TO WS-PRINT-LINE.                                00104001
010400     STRING 'REJECTED ORDER ' FC-ORDER-TYPE                       00104001
010410         ' ACCT ' FC-ACCOUNT-NO                                   00105001
010420         ' DATE ' FC-COMPL-DATE                                   00105001
010430         ' CREW ' FC-CREW-ID                                      00105001
010440         ' REASON: ' WS-EDIT-REASON                               00105001
010450         DELIMITED BY SIZE INTO WS-PRINT-LINE.                    00105001
010460     WRITE FR-LINE FROM WS-PRINT-LINE.                            00105001
010470     DISPLAY '*** REJECT - ' WS-PRINT-LINE(1:79).                 00105001
010480                                                                  00105001
010490***************************************************************** 00105001
010500* LIST A WARNING AGAINST A COMPLETION THAT WAS APPLIED.           00105001
010510***************************************************************** 00106001
010520 710-WRITE-WARNING.                                               00106001
010530     ADD 1 TO WS-WARNINGS.                                        00106001
010540     MOVE SPACES TO WS-PRINT-LINE.                                00106001
010550     STRING 'WARNING  ACCT ' FC-ACCOUNT-NO                        00106001
010560         ' ' WS-WARN-TEXT                                         00106001
010570         DELIMITED BY SIZE INTO WS-PRINT-LINE.                    00106001
010580     WRITE FR-LINE FROM WS-PRINT-LINE.                            00106001
010590     DISPLAY '*** WARNING - ' WS-PRINT-LINE(1:79).                00106001
010600                                                                  00106001
010610***************************************************************** 00107001
010620* DRAIN THE REMAINING A/R, WRITE THE TRAILER AND THE METER        00107001
010630* MASTER, SHOW CONTROL TOTALS, CLOSE UP.                          00107001
010640***************************************************************** 00107001
010650 800-END-OF-RUN.                                                  00107001
010660     PERFORM 562-PASS-AR THRU 562-PASS-AR-EXIT                    00107001
010670         UNTIL WS-AR-KEY = HIGH-VALUES.                           00107001
010680                                                                  00107001
010690     MOVE WS-CUST-WRITTEN TO WS-TRL-COUNT.                        00107001
010700     WRITE CN-RECORD FROM WS-TRAILER-REC.                         00107001
010710                                                                  00108001
010720     MOVE 1 TO WS-MM-IDX.                                         00108001
010730     PERFORM 860-WRITE-METER-MASTER                               00108001
010740         UNTIL WS-MM-IDX > WS-METER-COUNT.                        00108001
010750                                                                  00108001
010760     MOVE WS-FEE-TOTAL TO WS-MONEY-ED2.                           00108001
010770     MOVE SPACES TO WS-PRINT-LINE.                                00108001
010780     STRING 'ORDERS=' WS-ORDERS-READ                              00108001
010790         ' DISCONNECTS=' WS-DISCONNECTS                           00108001
010800         ' RECONNECTS=' WS-RECONNECTS                             00108001
010810         ' NO ACCESS=' WS-NO-ACCESS                               00109001
010820         ' PAID IN FIELD=' WS-PAID-IN-FIELD                       00109001
010830         ' REJECTED=' WS-ORDERS-REJECTED                          00109001
010840         ' FEES=' WS-MONEY-ED2                                    00109001
010850         DELIMITED BY SIZE INTO WS-PRINT-LINE.                    00109001
010860     WRITE FR-LINE FROM WS-PRINT-LINE.                            00109001
010870                                                                  00109001
010880     DISPLAY '================================'.                  00109001
010890     DISPLAY '*** UTIL2055 CONTROL TOTALS  ***'.                  00109001
010900     DISPLAY '================================'.                  00109001
010910     DISPLAY 'ORDERS READ       : ' WS-ORDERS-READ.               00110001
010920     DISPLAY 'DISCONNECTS DONE  : ' WS-DISCONNECTS.               00110001
010930     DISPLAY 'FINALS THIS CYCLE : ' WS-FINALS-THIS-CYCLE.         00110001
010940     DISPLAY 'RECONNECTS DONE   : ' WS-RECONNECTS.                00110001
010950     DISPLAY 'NO ACCESS         : ' WS-NO-ACCESS.                 00110001
010960     DISPLAY 'PAID IN FIELD     : ' WS-PAID-IN-FIELD.             00110001
010970     DISPLAY 'ORDERS REJECTED   : ' WS-ORDERS-REJECTED.           00110001
010980     DISPLAY 'WARNINGS          : ' WS-WARNINGS.                  00110001
010990     DISPLAY 'MASTERS READ      : ' WS-CUST-READ.                 00110001
011000     DISPLAY 'MASTERS WRITTEN   : ' WS-CUST-WRITTEN.              00110001
011010     DISPLAY 'FEES ASSESSED     : ' WS-FEES-ASSESSED.             00111001
011020     MOVE WS-FEE-TOTAL TO WS-MONEY-ED2.                           00111001
011030     DISPLAY 'FEE AMOUNT        : ' WS-MONEY-ED2.                 00111001
011040     DISPLAY 'METERS WRITTEN    : ' WS-METERS-WRITTEN.            00111001
011050     DISPLAY 'LEDGER ROWS       : ' WS-LEDGER-WRITTEN.            00111001
011060     DISPLAY '================================'.                  00111001
011070                                                                  00111001
011080     CLOSE FLDCOMP.                                               00111001
011090     CLOSE CUSTMAST.                                              00111001
011100     CLOSE CUSTNEW.                                               00111001
011110     CLOSE ARMAST.                                                00112001
011120     CLOSE ARNEW.                                                 00112001
011130     CLOSE METERNEW.                                              00112001
011140     CLOSE FLDRPT.                                                00112001
011150     CLOSE ARTRANS.                                               00112001
011160                                                                  00112001
011170***************************************************************** 00112001
011180* WRITE ONE METER-MASTER ROW TO METERNEW, WITH ANY LAST READ      00112001
011190* RESET BY A RECONNECT TONIGHT.                                   00112001
011200***************************************************************** 00112001
011210 860-WRITE-METER-MASTER.                                          00113001
011220     MOVE WS-MM-METER-NO(WS-MM-IDX)  TO WS-MN-METER-NO.           00113001
011230     MOVE WS-MM-ACCOUNT(WS-MM-IDX)   TO WS-MN-ACCOUNT-NO.         00113001
011240     MOVE WS-MM-INSTALL(WS-MM-IDX)   TO WS-MN-INSTALL-DATE.       00113001
011250     MOVE WS-MM-DIALS(WS-MM-IDX)     TO WS-MN-DIAL-COUNT.         00113001
011260     MOVE WS-MM-ROUTE(WS-MM-IDX)     TO WS-MN-ROUTE.              00113001
011270     MOVE WS-MM-ROUTE-SEQ(WS-MM-IDX) TO WS-MN-ROUTE-SEQ.          00113001
011280     MOVE WS-MM-LAST-READ(WS-MM-IDX) TO WS-MN-LAST-READ.          00113001
011290     MOVE WS-MM-LAST-DATE(WS-MM-IDX) TO WS-MN-LAST-READ-DATE.     00113001
011300     WRITE MN-RECORD FROM WS-MN-RECORD.                           00113001
011310     IF WS-METERNEW-STATUS NOT = '00'                             00114001
011320         DISPLAY 'UNABLE TO WRITE METERNEW, STATUS='              00114001
011330             WS-METERNEW-STATUS                                   00114001
011340         MOVE 16 TO RETURN-CODE                                   00114001
011350         STOP RUN                                                 00114001
011360     END-IF.                                                      00114001
011370     ADD 1 TO WS-METERS-WRITTEN.                                  00114001
011380     ADD 1 TO WS-MM-IDX.                                          00114001
