000010 IDENTIFICATION DIVISION.                                         00001001
000020 PROGRAM-ID. UTIL2080.                                            00001001
000030***************************************************************** 00001001
000040*  Programmer.:Gabriel Dilley                                     00001001
000050*  Date.......:October 5, 2026                                    00001001
000060*  GitHub URL.:                                                   00001001
000070*  Description:Cancel-and-rebill.  Applies the REBILL correction  00001001
000080*              file from Customer Service - corrected kWh, peak   00001001
000090*              kWh, rate plan or billing days for a bill that     00001001
000100*              already went out.  The original bill is found in   00001001
000110*              the audit history (AUDITH) or today's audit log    00002001
000120*              (AUDITF) and reversed, the corrected bill is       00002001
000130*              repriced under the rate and tax rows that were in  00002001
000140*              effect on the original bill date, and the net      00002001
000150*              difference posts to the A/R master.  Reversal and  00002001
000160*              rebill audit records and offsetting G/L rows by    00002001
000170*              account code and jurisdiction are appended to      00002001
000180*              today's AUDITF and GLEXTR, so the UTIL2990         00002001
000190*              balancing run and Accounting still foot.  Every    00002001
000200*              correction is listed on the REBLRPT register with  00002001
000210*              the cancelled bill next to the corrected one.      00003001
000220***************************************************************** 00003001
000230*  MODIFICATION HISTORY                                           00003001
000240*  ---------------------------------------------------------      00003001
000250*  DATE       INIT  DESCRIPTION                                   00003001
000260*  ---------------------------------------------------------      00003001
000270*  10/05/2026 GD    Initial version.                              00003001
000271*  10/08/2026 GD    CUSTMAST layout sync - record grew to 142     00003001
000272*                   bytes for the billing-cycle code.             00003001
000273*  10/12/2026 GD    A/R detail ledger - a difference posted to the00003001
000274*                   balance (not the budget variance) is appended 00003001
000275*                   to the day's ARTRANS ledger transactions,     00003001
000276*                   dated with the original bill date.            00003001
000277*  10/13/2026 GD    Net metering - the corrected bill carries the 00003001
000278*                   original's delivered, received and banked kWh;00003001
000279*                   a correction reprices the billed (net) kWh and00003001
000280*                   leaves the NMBANK bank as billed.  AUDITF and 00003001
000281*                   AUDITH grew to 153 bytes, CUSTMAST to 148.    00003001
000282*  10/15/2026 GD    AUDITH is indexed by account, run date and    00003001
000283*                   run time - each correction reads its own      00003001
000284*                   period's rows by key instead of one pass      00003001
000285*                   of the whole history.                         00003001
000280***************************************************************** 00003001
000290                                                                  00003001
000300 ENVIRONMENT DIVISION.                                            00003001
000310 INPUT-OUTPUT SECTION.                                            00004001
000320 FILE-CONTROL.                                                    00004001
000330*  Rebill corrections keyed by Customer Service, in ascending     00004001
000340*  account order; one per bill being corrected.                   00004001
000350     SELECT REBILL ASSIGN TO "REBILL"                             00004001
000360         ORGANIZATION IS LINE SEQUENTIAL                          00004001
000370         FILE STATUS IS WS-REBILL-STATUS.                         00004001
000380                                                                  00004001
000390*  Retained audit history - where the original bill is found      00004001
000396*  for anything billed before today, read by account and run      00004001
000402*  date.                                                          00004001
000408     SELECT AUDITH ASSIGN TO "AUDITH"                             00004001
000414         ORGANIZATION IS INDEXED                                  00004001
000420         ACCESS MODE IS DYNAMIC                                   00004001
000426         RECORD KEY IS AH-KEY                                     00004001
000432         FILE STATUS IS WS-AUDITH-STATUS.                         00004001
000440                                                                  00005001
000450*  Today's audit log - scanned for a bill cut today, then         00005001
000460*  extended with the reversal and rebill records.                 00005001
000470     SELECT AUDITF ASSIGN TO "AUDITF"                             00005001
000480         ORGANIZATION IS LINE SEQUENTIAL                          00005001
000490         FILE STATUS IS WS-AUDITF-STATUS.                         00005001
000500                                                                  00005001
000510*  Customer master - service fee and budget-plan flag.            00006001
000520     SELECT CUSTMAST ASSIGN TO "CUSTMAST"                         00006001
000530         ORGANIZATION IS LINE SEQUENTIAL                          00006001
000540         FILE STATUS IS WS-CUSTMAST-STATUS.                       00006001
000550                                                                  00006001
000560*  Date-effective rate schedule and jurisdiction tax rates.       00006001
000570     SELECT RATEFIL ASSIGN TO "RATEFIL"                           00006001
000580         ORGANIZATION IS LINE SEQUENTIAL                          00006001
000590         FILE STATUS IS WS-RATEFIL-STATUS.                        00006001
000600                                                                  00006001
000610     SELECT TAXFIL ASSIGN TO "TAXFIL"                             00007001
000620         ORGANIZATION IS LINE SEQUENTIAL                          00007001
000630         FILE STATUS IS WS-TAXFIL-STATUS.                         00007001
000640                                                                  00007001
000650*  Accounts-receivable master in, updated master out.             00007001
000660     SELECT ARMAST ASSIGN TO "ARMAST"                             00007001
000670         ORGANIZATION IS LINE SEQUENTIAL                          00007001
000680         FILE STATUS IS WS-ARMAST-STATUS.                         00007001
000690                                                                  00007001
000700     SELECT ARNEW ASSIGN TO "ARNEW"                               00007001
000710         ORGANIZATION IS LINE SEQUENTIAL                          00008001
000720         FILE STATUS IS WS-ARNEW-STATUS.                          00008001
000730                                                                  00008001
000740*  Today's G/L extract - extended with the reversal (debit) and   00008001
000750*  rebill (credit) rows.                                          00008001
000760     SELECT GLEXTR ASSIGN TO "GLEXTR"                             00008001
000770         ORGANIZATION IS LINE SEQUENTIAL                          00008001
000780         FILE STATUS IS WS-GLEXTR-STATUS.                         00008001
000790                                                                  00008001
000800*  Rebill register - cancelled bill, corrected bill and the net   00008001
000810*  A/R change for each correction, plus the rejects.              00009001
000820     SELECT REBLRPT ASSIGN TO "REBLRPT"                           00009001
000830         ORGANIZATION IS LINE SEQUENTIAL                          00009001
000840         FILE STATUS IS WS-REBLRPT-STATUS.                        00009001
000850                                                                  00009001
000860*  Run-control record - identity of the last REBILL file applied  00009001
000870*  and whether that run completed.                                00009001
000880     SELECT RUNCT80 ASSIGN TO "RUNCT80"                           00009001
000890         ORGANIZATION IS LINE SEQUENTIAL                          00009001
000900         FILE STATUS IS WS-RUNCT80-STATUS.                        00009001
000901                                                                  00009001
000902*  Day's A/R ledger transactions - one row per difference posted  00009001
000903*  to a balance, appended behind the rows already written today.  00009001
000904     SELECT ARTRANS ASSIGN TO "ARTRANS"                           00009001
000905         ORGANIZATION IS LINE SEQUENTIAL                          00009001
000906         FILE STATUS IS WS-ARTRANS-STATUS.                        00009001
000910                                                                  00010001
000920 DATA DIVISION.                                                   00010001
000930 FILE SECTION.                                                    00010001
000940                                                                  00010001
000950 FD  REBILL                                                       00010001
000960     RECORDING MODE IS F.                                         00010001
000970 01  RB-RECORD.                                                   00010001
000980     05  RB-ACCOUNT-NO            PIC X(06).                      00010001
000990     05  RB-ACCOUNT-NO-N REDEFINES RB-ACCOUNT-NO                  00010001
001000                                  PIC 9(06).                      00010001
001010*    RUN DATE OF THE BILL BEING CANCELLED, AS ON THE AUDIT LOG.   00011001
001020     05  RB-ORIG-RUN-DATE         PIC X(08).                      00011001
001030     05  RB-ORIG-RUN-DATE-N REDEFINES RB-ORIG-RUN-DATE            00011001
001040                                  PIC 9(08).                      00011001
001050     05  RB-KWH-USED              PIC X(05).                      00011001
001060     05  RB-KWH-USED-N REDEFINES RB-KWH-USED                      00011001
001070                                  PIC 9(05).                      00011001
001080     05  RB-PEAK-KWH              PIC X(05).                      00011001
001090     05  RB-PEAK-KWH-N REDEFINES RB-PEAK-KWH                      00011001
001100                                  PIC 9(05).                      00011001
001110*    A BLANK PLAN KEEPS THE PLAN THE ORIGINAL BILL WAS CUT UNDER. 00012001
001120     05  RB-RATE-PLAN             PIC X(01).                      00012001
001130         88  RB-PLAN-KEEP                     VALUE ' '.          00012001
001140         88  RB-PLAN-VALID                    VALUE ' ' 'R' 'C'   00012001
001150                                              'I' 'T'.            00012001
001160*    ZERO BILLING DAYS BILLS A STANDARD-LENGTH PERIOD.            00012001
001170     05  RB-BILLING-DAYS          PIC X(02).                      00012001
001180     05  RB-BILLING-DAYS-N REDEFINES RB-BILLING-DAYS              00012001
001190                                  PIC 9(02).                      00012001
001200     05  RB-REASON-CODE           PIC X(02).                      00012001
001210         88  RB-REASON-MISREAD                VALUE 'MR'.         00013001
001220         88  RB-REASON-ESTIMATE               VALUE 'ES'.         00013001
001230         88  RB-REASON-RATE-PLAN              VALUE 'RP'.         00013001
001240         88  RB-REASON-DAYS                   VALUE 'DY'.         00013001
001250         88  RB-REASON-OTHER                  VALUE 'OT'.         00013001
001260         88  RB-REASON-VALID                  VALUE 'MR' 'ES'     00013001
001270                                              'RP' 'DY' 'OT'.     00013001
001280     05  RB-USER-ID               PIC X(08).                      00013001
001290     05  FILLER                   PIC X(03).                      00013001
001300                                                                  00013001
001310 FD  AUDITH                                                       00014001
001317     RECORD CONTAINS 153 CHARACTERS.                              00014001
001324 01  AH-RECORD.                                                   00014001
001331     05  AH-KEY.                                                  00014001
001338         10  AH-ACCOUNT-NO        PIC 9(06).                      00014001
001345         10  AH-RUN-DATE          PIC 9(08).                      00014001
001352         10  AH-RUN-TIME          PIC 9(08).                      00014001
001359     05  FILLER                   PIC X(105).                     00014001
001370     05  AH-BILL-TYPE             PIC X(01).                      00014001
001380     05  AH-REF-DATE              PIC X(08).                      00014001
001381     05  FILLER                   PIC X(17).                      00014001
001390                                                                  00014001
001400 FD  AUDITF                                                       00014001
001410     RECORDING MODE IS F.                                         00015001
001420 01  AU-RECORD.                                                   00015001
001430     05  AU-ACCOUNT-NO            PIC 9(06).                      00015001
001440     05  AU-RUN-DATE              PIC 9(08).                      00015001
001450     05  AU-RUN-TIME              PIC 9(08).                      00015001
001460     05  AU-KWH-USED              PIC 9(05).                      00015001
001470     05  AU-TIER1-KWH             PIC 9(05).                      00015001
001480     05  AU-TIER2-KWH             PIC 9(05).                      00015001
001490     05  AU-TIER3-KWH             PIC 9(05).                      00015001
001500     05  AU-TIER1-CHARGE          PIC 9(05)V99.                   00015001
001510     05  AU-TIER2-CHARGE          PIC 9(05)V99.                   00016001
001520     05  AU-TIER3-CHARGE          PIC 9(05)V99.                   00016001
001530     05  AU-DEMAND-CHARGE         PIC 9(05)V99.                   00016001
001540     05  AU-SERVICE-FEE           PIC 9(03)V99.                   00016001
001550     05  AU-LATE-CHARGE           PIC 9(05)V99.                   00016001
001560     05  AU-STATE-TAX             PIC 9(05)V99.                   00016001
001570     05  AU-FRANCHISE-FEE         PIC 9(05)V99.                   00016001
001580     05  AU-TOTAL-BILL            PIC 9(06)V99.                   00016001
001590     05  AU-RATE-PLAN-CODE        PIC X(01).                      00016001
001600     05  AU-TAX-JURIS             PIC X(02).                      00016001
001610     05  AU-EST-FLAG              PIC X(01).                      00017001
001620     05  AU-PEAK-KWH              PIC 9(05).                      00017001
001630     05  AU-PEAK-CHARGE           PIC 9(05)V99.                   00017001
001640     05  AU-OFFPEAK-CHARGE        PIC 9(05)V99.                   00017001
001650*    BILL TYPE - BLANK FOR A BILL-RUN RECORD.  A REVERSAL (X)     00017001
001660*    AND ITS REBILL (R) CARRY THE ORIGINAL BILL'S RUN DATE AND    00017001
001670*    THE DATE THE CORRECTION WAS POSTED AS THE REFERENCE DATE.    00017001
001680     05  AU-BILL-TYPE             PIC X(01).                      00017001
001690         88  AU-TYPE-BILL                     VALUE ' '.          00017001
001700         88  AU-TYPE-REVERSAL                 VALUE 'X'.          00017001
001710         88  AU-TYPE-REBILL                   VALUE 'R'.          00018001
001720         88  AU-TYPE-CANCELLED                VALUE 'C'.          00018001
001730     05  AU-REF-DATE              PIC X(08).                      00018001
001731*    NET-METERED KWH - DELIVERED AND RECEIVED REGISTERS AND       00018001
001732*    THE BANK CARRIED AFTER THE BILL.  BLANK ON OLDER ROWS.       00018001
001733     05  AU-KWH-DELIVERED         PIC 9(05).                      00018001
001734     05  AU-KWH-RECEIVED          PIC 9(05).                      00018001
001735     05  AU-KWH-BANKED            PIC 9(07).                      00018001
001740                                                                  00018001
001750 FD  CUSTMAST                                                     00018001
001760     RECORDING MODE IS F.                                         00018001
001770 01  CM-RECORD.                                                   00018001
001780     05  CM-ACCOUNT-NO            PIC 9(06).                      00018001
001790     05  CM-CUST-NAME             PIC X(20).                      00018001
001800     05  CM-ADDR-LINE1            PIC X(25).                      00018001
001810     05  CM-ADDR-LINE2            PIC X(25).                      00019001
001820     05  CM-CITY-ST-ZIP           PIC X(25).                      00019001
001830     05  CM-KWH-USED              PIC S9(05)                      00019001
001840                                  SIGN LEADING SEPARATE.          00019001
001850     05  CM-SERVICE-FEE           PIC 9(03)V99.                   00019001
001860     05  CM-RATE-PLAN-CODE        PIC X(01).                      00019001
001870     05  CM-BILLING-DAYS          PIC 9(02).                      00019001
001880     05  CM-BILL-DATE             PIC 9(08).                      00019001
001890     05  CM-TAX-JURIS             PIC X(02).                      00019001
001900     05  CM-BUDGET-PLAN           PIC X(01).                      00019001
001910     05  CM-EST-FLAG              PIC X(01).                      00020001
001920     05  CM-ACCT-STATUS           PIC X(01).                      00020001
001930     05  CM-PEAK-KWH              PIC S9(05)                      00020001
001940                                  SIGN LEADING SEPARATE.          00020001
001950     05  CM-EBILL-FLAG            PIC X(01).                      00020001
001960     05  CM-EST-KWH-TOT           PIC X(05).                      00020001
001961     05  CM-BILL-CYCLE            PIC X(02).                      00020001
001962*    NET METERING - Y FOR A CUSTOMER-GENERATION ACCOUNT, WITH     00020001
001963*    THE RECEIVED (EXPORT) KWH FOR THE PERIOD.                    00020001
001964     05  CM-NET-METER             PIC X(01).                      00020001
001965         88  CM-NET-METERED                   VALUE 'Y'.          00020001
001966     05  CM-KWH-RECVD-X           PIC X(05).                      00020001
001967     05  CM-KWH-RECVD REDEFINES CM-KWH-RECVD-X                    00020001
001968                                  PIC 9(05).                      00020001
001970 01  CT-RECORD.                                                   00020001
001980     05  CT-TRAILER-ID            PIC X(06).                      00020001
001990         88  CT-TRAILER                       VALUE '999999'.     00020001
002000     05  CT-LABEL                 PIC X(08).                      00020001
002010     05  CT-RECORD-COUNT          PIC 9(06).                      00021001
002020     05  FILLER                   PIC X(128).                     00021001
002030                                                                  00021001
002040 FD  RATEFIL                                                      00021001
002050     RECORDING MODE IS F.                                         00021001
002060 01  RT-RECORD.                                                   00021001
002070     05  RT-PLAN-CODE             PIC X(01).                      00021001
002080     05  RT-EFF-DATE              PIC 9(08).                      00021001
002090     05  RT-TIER1-LIMIT           PIC 9(05).                      00021001
002100     05  RT-TIER2-LIMIT           PIC 9(05).                      00021001
002110     05  RT-RATE1                 PIC V99.                        00022001
002120     05  RT-RATE2                 PIC V99.                        00022001
002130     05  RT-RATE3                 PIC V99.                        00022001
002140     05  RT-DEMAND-RATE           PIC 9(03)V99.                   00022001
002150     05  RT-STD-DAYS              PIC 9(02).                      00022001
002160     05  RT-PEAK-RATE-X           PIC X(02).                      00022001
002170     05  RT-PEAK-RATE REDEFINES RT-PEAK-RATE-X                    00022001
002180                                  PIC V99.                        00022001
002190     05  RT-OFFPEAK-RATE-X        PIC X(02).                      00022001
002200     05  RT-OFFPEAK-RATE REDEFINES RT-OFFPEAK-RATE-X              00022001
002210                                  PIC V99.                        00023001
002220     05  FILLER                   PIC X(06).                      00023001
002230                                                                  00023001
002240 FD  TAXFIL                                                       00023001
002250     RECORDING MODE IS F.                                         00023001
002260 01  TX-RECORD.                                                   00023001
002270     05  TX-JURIS-CODE            PIC X(02).                      00023001
002280     05  TX-EFF-DATE              PIC 9(08).                      00023001
002290     05  TX-STATE-TAX-PCT         PIC V9999.                      00023001
002300     05  TX-FRANCHISE-PCT         PIC V9999.                      00023001
002310     05  TX-JURIS-NAME            PIC X(20).                      00024001
002320     05  FILLER                   PIC X(08).                      00024001
002330                                                                  00024001
002340 FD  ARMAST                                                       00024001
002350     RECORDING MODE IS F.                                         00024001
002360 01  AR-RECORD.                                                   00024001
002370     05  AR-ACCOUNT-NO            PIC 9(06).                      00024001
002380     05  AR-PRIOR-BALANCE         PIC S9(07)V99                   00024001
002390                                  SIGN LEADING SEPARATE.          00024001
002400     05  AR-PAYMENTS-RECVD        PIC 9(07)V99.                   00024001
002410     05  AR-LAST-PAY-DATE         PIC 9(08).                      00025001
002420     05  AR-BUDGET-VARIANCE-X     PIC X(10).                      00025001
002430     05  AR-BUDGET-VARIANCE REDEFINES AR-BUDGET-VARIANCE-X        00025001
002440                                  PIC S9(07)V99                   00025001
002450                                  SIGN LEADING SEPARATE.          00025001
002460     05  FILLER                   PIC X(05).                      00025001
002470                                                                  00025001
002480 FD  ARNEW                                                        00025001
002490     RECORDING MODE IS F.                                         00025001
002500 01  AN-RECORD                    PIC X(48).                      00025001
002510                                                                  00026001
002520 FD  GLEXTR                                                       00026001
002530     RECORDING MODE IS F.                                         00026001
002540 01  GL-RECORD.                                                   00026001
002550     05  GL-ACCOUNT-CODE          PIC X(08).                      00026001
002560     05  GL-DESCRIPTION           PIC X(22).                      00026001
002570     05  GL-AMOUNT                PIC 9(08)V99.                   00026001
002580*    DEBIT/CREDIT - BLANK IS THE NORMAL CREDIT TO REVENUE OR TAX  00026001
002590*    LIABILITY; D IS A DEBIT BACKING A CANCELLED BILL OUT.        00026001
002600     05  GL-DR-CR                 PIC X(01).                      00026001
002610         88  GL-DEBIT                         VALUE 'D'.          00027001
002620     05  GL-FILLER                PIC X(07).                      00027001
002630                                                                  00027001
002640 FD  REBLRPT                                                      00027001
002650     RECORDING MODE IS F.                                         00027001
002660 01  RR-LINE                      PIC X(132).                     00027001
002670                                                                  00027001
002680 FD  RUNCT80                                                      00027001
002690     RECORDING MODE IS F.                                         00027001
002700 01  RC-RECORD.                                                   00027001
002710     05  RC-STATUS                PIC X(01).                      00028001
002720         88  RC-COMPLETE                      VALUE 'C'.          00028001
002730         88  RC-IN-PROGRESS                   VALUE 'I'.          00028001
002740     05  RC-RUN-DATE              PIC 9(08).                      00028001
002750     05  RC-TRANS-IDENT           PIC X(40).                      00028001
002760     05  RC-TRANS-COUNT           PIC 9(06).                      00028001
002770     05  FILLER                   PIC X(05).                      00028001
002771                                                                  00028001
002772 FD  ARTRANS                                                      00028001
002773     RECORDING MODE IS F.                                         00028001
002774 01  LG-RECORD.                                                   00028001
002775     05  LG-ACCOUNT-NO            PIC 9(06).                      00028001
002776     05  LG-POST-DATE             PIC 9(08).                      00028001
002777     05  LG-POST-TIME             PIC 9(08).                      00028001
002778     05  LG-TRAN-TYPE             PIC X(02).                      00028001
002779     05  LG-TRAN-DATE             PIC 9(08).                      00028001
002780     05  LG-AMOUNT                PIC S9(07)V99                   00028001
002781                                  SIGN LEADING SEPARATE.          00028001
002782     05  LG-SOURCE                PIC X(08).                      00028001
002783     05  LG-REFERENCE             PIC X(20).                      00028001
002784     05  FILLER                   PIC X(10).                      00028001
002780                                                                  00028001
002790 WORKING-STORAGE SECTION.                                         00028001
002800                                                                  00028001
002810***************************************************************** 00029001
002820* FILE STATUS / SWITCHES                                          00029001
002830***************************************************************** 00029001
002840 01  WS-REBILL-STATUS            PIC X(02)   VALUE '00'.          00029001
002850     88  WS-REBILL-EOF                       VALUE '10'.          00029001
002860 01  WS-AUDITH-STATUS            PIC X(02)   VALUE '00'.          00029001
002870     88  WS-AUDITH-EOF                       VALUE '10'.          00029001
002880     88  WS-AUDITH-NOTFOUND                  VALUE '35'.          00029001
002890 01  WS-AUDITF-STATUS            PIC X(02)   VALUE '00'.          00029001
002900     88  WS-AUDITF-EOF                       VALUE '10'.          00029001
002910     88  WS-AUDITF-NOTFOUND                  VALUE '35'.          00030001
002920 01  WS-CUSTMAST-STATUS          PIC X(02)   VALUE '00'.          00030001
002930 01  WS-RATEFIL-STATUS           PIC X(02)   VALUE '00'.          00030001
002940     88  WS-RATEFIL-EOF                      VALUE '10'.          00030001
002950 01  WS-TAXFIL-STATUS            PIC X(02)   VALUE '00'.          00030001
002960     88  WS-TAXFIL-EOF                       VALUE '10'.          00030001
002970 01  WS-ARMAST-STATUS            PIC X(02)   VALUE '00'.          00030001
002980 01  WS-ARNEW-STATUS             PIC X(02)   VALUE '00'.          00030001
002990 01  WS-GLEXTR-STATUS            PIC X(02)   VALUE '00'.          00030001
003000     88  WS-GLEXTR-NOTFOUND                  VALUE '35'.          00030001
003010 01  WS-REBLRPT-STATUS           PIC X(02)   VALUE '00'.          00031001
003020 01  WS-RUNCT80-STATUS           PIC X(02)   VALUE '00'.          00031001
003030     88  WS-RUNCT80-NOTFOUND                 VALUE '35'.          00031001
003031 01  WS-ARTRANS-STATUS           PIC X(02)   VALUE '00'.          00031001
003032     88  WS-ARTRANS-NOTFOUND                 VALUE '35'.          00031001
003040 01  WS-RC-IDENT-NOW             PIC X(40)   VALUE SPACES.        00031001
003050                                                                  00031001
003060 01  WS-CM-EOF-SW                PIC X(01)   VALUE 'N'.           00031001
003070     88  WS-CM-EOF                           VALUE 'Y'.           00031001
003080 01  WS-AR-EOF-SW                PIC X(01)   VALUE 'N'.           00031001
003090     88  WS-AR-EOF                           VALUE 'Y'.           00031001
003100 01  WS-VALID-REBILL-SW          PIC X(01)   VALUE 'Y'.           00031001
003110     88  WS-REBILL-VALID                     VALUE 'Y'.           00032001
003120     88  WS-REBILL-INVALID                   VALUE 'N'.           00032001
003130 01  WS-JT-FOUND-SW              PIC X(01)   VALUE 'N'.           00032001
003140     88  WS-JT-FOUND                         VALUE 'Y'.           00032001
003150                                                                  00032001
003160***************************************************************** 00032001
003170* MATCH KEYS - HIGH-VALUES AT END OF FILE.                        00032001
003180***************************************************************** 00032001
003190 01  WS-RB-KEY                   PIC X(06)   VALUE SPACES.        00032001
003200 01  WS-PREV-RB-KEY              PIC X(06)   VALUE LOW-VALUES.    00032001
003210 01  WS-CM-KEY                   PIC X(06)   VALUE LOW-VALUES.    00033001
003220 01  WS-AR-KEY                   PIC X(06)   VALUE LOW-VALUES.    00033001
003230                                                                  00033001
003240***************************************************************** 00033001
003250* REBILL TABLE - THE WHOLE CORRECTION FILE IS HELD IN CORE SO     00033001
003258* EACH ORIGINAL BILL CAN BE LOOKED UP IN THE AUDIT HISTORY BY     00033001
003266* KEY AND THEN ONE PASS OF TODAY'S AUDIT LOG FINDS ANY CUT        00033001
003274* TODAY.  THE LIVE (BILLED OR REBILLED) RECORD FOR THE ACCOUNT    00033001
003282* AND RUN DATE IS THE ONE IN FORCE; A REVERSAL FOUND AFTER IT     00033001
003290* MEANS IT WAS ALREADY CANCELLED.                                 00033001
003300***************************************************************** 00033001
003310 01  WS-RB-MAX                   PIC 9(03)   VALUE 200.           00034001
003320 01  WS-RB-COUNT                 PIC 9(03)   VALUE 0.             00034001
003330 01  WS-RB-IDX                   PIC 9(03)   VALUE 0.             00034001
003340 01  WS-RB-SCAN-IDX              PIC 9(03)   VALUE 0.             00034001
003350 01  WS-RB-TABLE.                                                 00034001
003360     05  WS-RB-ENTRY OCCURS 200 TIMES.                            00034001
003370         10  WS-RB-TRANS          PIC X(40).                      00034001
003380         10  WS-RB-ACCOUNT-X REDEFINES WS-RB-TRANS.               00034001
003390             15  WS-RB-ACCOUNT    PIC X(06).                      00034001
003400             15  WS-RB-ORIG-DATE  PIC X(08).                      00034001
003410             15  FILLER           PIC X(26).                      00035001
003420         10  WS-RB-ORIG-SW        PIC X(01).                      00035001
003430             88  WS-RB-ORIG-NONE              VALUE 'N'.          00035001
003440             88  WS-RB-ORIG-LIVE              VALUE 'L'.          00035001
003450             88  WS-RB-ORIG-CANCELLED         VALUE 'C'.          00035001
003460         10  WS-RB-ORIG-RECORD    PIC X(153).                     00035001
003470 01  WS-HIST-RECORD              PIC X(153)  VALUE SPACES.        00035001
003480 01  WS-HIST-ACCOUNT             PIC X(06)   VALUE SPACES.        00035001
003490 01  WS-HIST-RUN-DATE            PIC X(08)   VALUE SPACES.        00035001
003500 01  WS-HIST-BILL-TYPE           PIC X(01)   VALUE SPACE.         00035001
003501 01  WS-HIST-DONE-SW             PIC X(01)   VALUE 'N'.           00036001
003505     88  WS-HIST-DONE                        VALUE 'Y'.           00036001
003510                                                                  00036001
003520***************************************************************** 00036001
003530* THE ORIGINAL BILL BEING CANCELLED (AUDIT RECORD LAYOUT)         00036001
003540***************************************************************** 00036001
003550 01  WS-ORIG-RECORD.                                              00036001
003560     05  WS-OR-ACCOUNT-NO         PIC 9(06).                      00036001
003570     05  WS-OR-RUN-DATE           PIC 9(08).                      00036001
003580     05  WS-OR-RUN-TIME           PIC 9(08).                      00036001
003590     05  WS-OR-KWH-USED           PIC 9(05).                      00036001
003600     05  WS-OR-TIER1-KWH          PIC 9(05).                      00036001
003610     05  WS-OR-TIER2-KWH          PIC 9(05).                      00037001
003620     05  WS-OR-TIER3-KWH          PIC 9(05).                      00037001
003630     05  WS-OR-TIER1-CHARGE       PIC 9(05)V99.                   00037001
003640     05  WS-OR-TIER2-CHARGE       PIC 9(05)V99.                   00037001
003650     05  WS-OR-TIER3-CHARGE       PIC 9(05)V99.                   00037001
003660     05  WS-OR-DEMAND-CHARGE      PIC 9(05)V99.                   00037001
003670     05  WS-OR-SERVICE-FEE        PIC 9(03)V99.                   00037001
003680     05  WS-OR-LATE-CHARGE        PIC 9(05)V99.                   00037001
003690     05  WS-OR-STATE-TAX          PIC 9(05)V99.                   00037001
003700     05  WS-OR-FRANCHISE-FEE      PIC 9(05)V99.                   00037001
003710     05  WS-OR-TOTAL-BILL         PIC 9(06)V99.                   00038001
003720     05  WS-OR-RATE-PLAN-CODE     PIC X(01).                      00038001
003730     05  WS-OR-TAX-JURIS          PIC X(02).                      00038001
003740     05  WS-OR-EST-FLAG           PIC X(01).                      00038001
003750     05  WS-OR-PEAK-KWH           PIC 9(05).                      00038001
003760     05  WS-OR-PEAK-CHARGE        PIC 9(05)V99.                   00038001
003770     05  WS-OR-OFFPEAK-CHARGE     PIC 9(05)V99.                   00038001
003780     05  WS-OR-BILL-TYPE          PIC X(01).                      00038001
003790     05  WS-OR-REF-DATE           PIC X(08).                      00038001
003791     05  WS-OR-KWH-DELIVERED      PIC 9(05).                      00038001
003792     05  WS-OR-KWH-RECEIVED       PIC 9(05).                      00038001
003793     05  WS-OR-KWH-BANKED         PIC 9(07).                      00038001
003800                                                                  00038001
003810***************************************************************** 00039001
003820* RATE/TIER TABLE AND JURISDICTION TAX TABLE, LOADED AT RUN       00039001
003830* START - THE SAME DATE-EFFECTIVE TABLES THE BILL RUN USES.       00039001
003840***************************************************************** 00039001
003850 01  WS-RATE-COUNT               PIC 9(03)   VALUE 0.             00039001
003860 01  WS-RATE-TABLE.                                               00039001
003870     05  WS-RATE-ENTRY OCCURS 50 TIMES.                           00039001
003880         10  WS-RT-PLAN-CODE      PIC X(01).                      00039001
003890         10  WS-RT-EFF-DATE       PIC 9(08).                      00039001
003900         10  WS-RT-TIER1-LIMIT    PIC 9(05).                      00039001
003910         10  WS-RT-TIER2-LIMIT    PIC 9(05).                      00040001
003920         10  WS-RT-RATE1          PIC V99.                        00040001
003930         10  WS-RT-RATE2          PIC V99.                        00040001
003940         10  WS-RT-RATE3          PIC V99.                        00040001
003950         10  WS-RT-DEMAND-RATE    PIC 9(03)V99.                   00040001
003960         10  WS-RT-STD-DAYS       PIC 9(02).                      00040001
003970         10  WS-RT-PEAK-RATE      PIC V99.                        00040001
003980         10  WS-RT-OFFPEAK-RATE   PIC V99.                        00040001
003990 01  WS-RT-SEARCH-IDX            PIC 9(03)   VALUE 0.             00040001
004000 01  WS-RT-BEST-IDX              PIC 9(03)   VALUE 0.             00040001
004010 01  WS-RT-BEST-DATE             PIC 9(08)   VALUE 0.             00041001
004020                                                                  00041001
004030 01  WS-TAX-COUNT                PIC 9(03)   VALUE 0.             00041001
004040 01  WS-TAX-TABLE.                                                00041001
004050     05  WS-TAX-ENTRY OCCURS 20 TIMES.                            00041001
004060         10  WS-TX-JURIS-CODE     PIC X(02).                      00041001
004070         10  WS-TX-EFF-DATE       PIC 9(08).                      00041001
004080         10  WS-TX-STATE-PCT      PIC V9999.                      00041001
004090         10  WS-TX-FRANCHISE-PCT  PIC V9999.                      00041001
004100 01  WS-TX-SEARCH-IDX            PIC 9(03)   VALUE 0.             00041001
004110 01  WS-TX-BEST-IDX              PIC 9(03)   VALUE 0.             00042001
004120 01  WS-TX-BEST-DATE             PIC 9(08)   VALUE 0.             00042001
004130                                                                  00042001
004140***************************************************************** 00042001
004150* CORRECTED-BILL WORK FIELDS                                      00042001
004160***************************************************************** 00042001
004170 01  WS-KWH-USED                 PIC 9(05)   VALUE 0.             00042001
004180 01  WS-PEAK-KWH                 PIC 9(05)   VALUE 0.             00042001
004190 01  WS-OFFPEAK-KWH              PIC 9(05)   VALUE 0.             00042001
004200 01  WS-SERVICE-FEE              PIC 9(03)V99 VALUE 0.            00042001
004210 01  WS-RATE-PLAN-CODE           PIC X(01)   VALUE 'R'.           00043001
004220 01  WS-BILLING-DAYS             PIC 9(02)   VALUE 0.             00043001
004230 01  WS-BILL-DATE                PIC 9(08)   VALUE 0.             00043001
004240 01  WS-TAX-JURIS                PIC X(02)   VALUE SPACES.        00043001
004250                                                                  00043001
004260 01  WS-RATE-TIER1               PIC V99      VALUE 0.            00043001
004270 01  WS-RATE-TIER2               PIC V99      VALUE 0.            00043001
004280 01  WS-RATE-TIER3               PIC V99      VALUE 0.            00043001
004290 01  WS-DEMAND-RATE-CUR          PIC 9(03)V99 VALUE 0.            00043001
004300 01  WS-CUR-STD-DAYS             PIC 9(02)   VALUE 30.            00043001
004310 01  WS-TIER1-LIMIT-STD          PIC 9(05)   VALUE 0.             00044001
004320 01  WS-TIER2-LIMIT-STD          PIC 9(05)   VALUE 0.             00044001
004330 01  WS-TIER1-LIMIT              PIC 9(05)   VALUE 0.             00044001
004340 01  WS-TIER2-LIMIT              PIC 9(05)   VALUE 0.             00044001
004350 01  WS-STATE-PCT-CUR            PIC V9999   VALUE 0.             00044001
004360 01  WS-FRANCHISE-PCT-CUR        PIC V9999   VALUE 0.             00044001
004370 01  WS-PEAK-RATE-CUR            PIC V99     VALUE 0.             00044001
004380 01  WS-OFFPEAK-RATE-CUR         PIC V99     VALUE 0.             00044001
004390                                                                  00044001
004400 01  WS-TIER1-KWH                PIC 9(05)   VALUE 0.             00044001
004410 01  WS-TIER2-KWH                PIC 9(05)   VALUE 0.             00045001
004420 01  WS-TIER3-KWH                PIC 9(05)   VALUE 0.             00045001
004430 01  WS-TIER1-CHARGE             PIC 9(05)V99 VALUE 0.            00045001
004440 01  WS-TIER2-CHARGE             PIC 9(05)V99 VALUE 0.            00045001
004450 01  WS-TIER3-CHARGE             PIC 9(05)V99 VALUE 0.            00045001
004460 01  WS-DEMAND-CHARGE            PIC 9(05)V99 VALUE 0.            00045001
004470 01  WS-PEAK-CHARGE              PIC 9(05)V99 VALUE 0.            00045001
004480 01  WS-OFFPEAK-CHARGE           PIC 9(05)V99 VALUE 0.            00045001
004490 01  WS-PRORATED-SERVICE-FEE     PIC 9(03)V99 VALUE 0.            00045001
004500 01  WS-TAX-BASE                 PIC 9(06)V99 VALUE 0.            00045001
004510 01  WS-STATE-TAX                PIC 9(05)V99 VALUE 0.            00046001
004520 01  WS-FRANCHISE-FEE            PIC 9(05)V99 VALUE 0.            00046001
004530 01  WS-SUBTOTAL                 PIC 9(06)V99 VALUE 0.            00046001
004540 01  WS-TOTAL-BILL               PIC 9(06)V99 VALUE 0.            00046001
004550 01  WS-NET-CHANGE               PIC S9(07)V99 VALUE 0.           00046001
004560                                                                  00046001
004570***************************************************************** 00046001
004580* EDIT LIMITS AND REASON                                          00046001
004590***************************************************************** 00046001
004600 01  WS-MAX-KWH                  PIC 9(05)   VALUE 75000.         00046001
004610 01  WS-EDIT-REASON              PIC X(50)   VALUE SPACES.        00047001
004620 01  WS-REASON-DESC              PIC X(18)   VALUE SPACES.        00047001
004630 01  WS-POSTED-TO                PIC X(16)   VALUE SPACES.        00047001
004640                                                                  00047001
004650***************************************************************** 00047001
004660* RUN COUNTERS AND MONEY TOTALS                                   00047001
004670***************************************************************** 00047001
004680 01  WS-REBILLS-READ             PIC 9(06)   VALUE 0.             00047001
004690 01  WS-REBILLS-POSTED           PIC 9(06)   VALUE 0.             00047001
004700 01  WS-REBILLS-REJECTED         PIC 9(06)   VALUE 0.             00047001
004710 01  WS-AUDIT-SCANNED            PIC 9(07)   VALUE 0.             00048001
004720 01  WS-AUDIT-WRITTEN            PIC 9(06)   VALUE 0.             00048001
004730 01  WS-GL-WRITTEN               PIC 9(06)   VALUE 0.             00048001
004740 01  WS-AR-READ                  PIC 9(06)   VALUE 0.             00048001
004750 01  WS-AR-WRITTEN               PIC 9(06)   VALUE 0.             00048001
004751 01  WS-LEDGER-WRITTEN           PIC 9(06)   VALUE 0.             00048001
004760 01  WS-TOTAL-CANCELLED          PIC 9(09)V99 VALUE 0.            00048001
004770 01  WS-TOTAL-REBILLED           PIC 9(09)V99 VALUE 0.            00048001
004780 01  WS-TOTAL-NET                PIC S9(09)V99 VALUE 0.           00048001
004790                                                                  00048001
004800***************************************************************** 00048001
004810* G/L ACCOUNT CODES (SAME CHART AS THE BILL RUN) AND THE          00049001
004820* CANCELLED/REBILLED TOTALS BEHIND THE OFFSETTING ROWS.           00049001
004830***************************************************************** 00049001
004840 01  WS-GL-TIER1-ACCT            PIC X(08)   VALUE '40010000'.    00049001
004850 01  WS-GL-TIER2-ACCT            PIC X(08)   VALUE '40020000'.    00049001
004860 01  WS-GL-TIER3-ACCT            PIC X(08)   VALUE '40030000'.    00049001
004870 01  WS-GL-DEMAND-ACCT           PIC X(08)   VALUE '40050000'.    00049001
004880 01  WS-GL-FEE-ACCT              PIC X(08)   VALUE '40090000'.    00049001
004890 01  WS-GL-LATE-ACCT             PIC X(08)   VALUE '40070000'.    00049001
004900 01  WS-GL-STATE-TAX-ACCT        PIC X(08)   VALUE '21010000'.    00049001
004910 01  WS-GL-FRANCHISE-ACCT        PIC X(08)   VALUE '21020000'.    00050001
004920 01  WS-GL-PEAK-ACCT             PIC X(08)   VALUE '40040000'.    00050001
004930 01  WS-GL-OFFPEAK-ACCT          PIC X(08)   VALUE '40060000'.    00050001
004940                                                                  00050001
004950 01  WS-CAN-TIER1-CHG            PIC 9(08)V99 VALUE 0.            00050001
004960 01  WS-CAN-TIER2-CHG            PIC 9(08)V99 VALUE 0.            00050001
004970 01  WS-CAN-TIER3-CHG            PIC 9(08)V99 VALUE 0.            00050001
004980 01  WS-CAN-DEMAND-CHG           PIC 9(08)V99 VALUE 0.            00050001
004990 01  WS-CAN-SERVICE-FEE          PIC 9(08)V99 VALUE 0.            00050001
005000 01  WS-CAN-LATE-CHG             PIC 9(08)V99 VALUE 0.            00050001
005010 01  WS-CAN-PEAK-CHG             PIC 9(08)V99 VALUE 0.            00051001
005020 01  WS-CAN-OFFPEAK-CHG          PIC 9(08)V99 VALUE 0.            00051001
005030 01  WS-REB-TIER1-CHG            PIC 9(08)V99 VALUE 0.            00051001
005040 01  WS-REB-TIER2-CHG            PIC 9(08)V99 VALUE 0.            00051001
005050 01  WS-REB-TIER3-CHG            PIC 9(08)V99 VALUE 0.            00051001
005060 01  WS-REB-DEMAND-CHG           PIC 9(08)V99 VALUE 0.            00051001
005070 01  WS-REB-SERVICE-FEE          PIC 9(08)V99 VALUE 0.            00051001
005080 01  WS-REB-LATE-CHG             PIC 9(08)V99 VALUE 0.            00051001
005090 01  WS-REB-PEAK-CHG             PIC 9(08)V99 VALUE 0.            00051001
005100 01  WS-REB-OFFPEAK-CHG          PIC 9(08)V99 VALUE 0.            00051001
005110                                                                  00052001
005120 01  WS-JURIS-AREA.                                               00052001
005130     05  WS-JURIS-COUNT          PIC 9(02)   VALUE 0.             00052001
005140     05  WS-JURIS-ENTRY OCCURS 10 TIMES.                          00052001
005150         10  WS-JT-CODE           PIC X(02).                      00052001
005160         10  WS-JT-CAN-STATE      PIC 9(08)V99.                   00052001
005170         10  WS-JT-CAN-FRANCHISE  PIC 9(08)V99.                   00052001
005180         10  WS-JT-REB-STATE      PIC 9(08)V99.                   00052001
005190         10  WS-JT-REB-FRANCHISE  PIC 9(08)V99.                   00052001
005200 01  WS-JT-IDX                   PIC 9(02)   VALUE 0.             00052001
005210                                                                  00053001
005220*    ONE G/L ROW TO WRITE - SET BY THE CALLER OF 850.             00053001
005230 01  WS-GL-WANT-ACCT             PIC X(08)   VALUE SPACES.        00053001
005240 01  WS-GL-WANT-DESC             PIC X(22)   VALUE SPACES.        00053001
005250 01  WS-GL-WANT-AMT              PIC 9(08)V99 VALUE 0.            00053001
005260 01  WS-GL-WANT-DR-CR            PIC X(01)   VALUE SPACE.         00053001
005270                                                                  00053001
005280***************************************************************** 00053001
005290* RUN DATE/TIME, PRINT-LINE AND EDITED FIELDS                     00053001
005300***************************************************************** 00053001
005310 01  WS-RUN-DATE                 PIC 9(08)   VALUE 0.             00054001
005320 01  WS-RUN-TIME                 PIC 9(08)   VALUE 0.             00054001
005330 01  WS-PRINT-LINE               PIC X(132)  VALUE SPACES.        00054001
005340 01  WS-MONEY-ED                 PIC $$,$$$,$$9.99.               00054001
005350 01  WS-MONEY-ED2                PIC $$$,$$$,$$9.99.              00054001
005360 01  WS-MONEY-SIGNED-ED          PIC $$$,$$$,$$9.99CR.            00054001
005370 01  WS-ENERGY-ED                PIC $$$,$$9.99.                  00054001
005380 01  WS-FEES-ED                  PIC $$$,$$9.99.                  00054001
005390 01  WS-TAXES-ED                 PIC $$$,$$9.99.                  00054001
005400 01  WS-KWH-ED                   PIC ZZ,ZZ9.                      00054001
005410 01  WS-DAYS-ED                  PIC Z9.                          00055001
005420 01  WS-ENERGY-AMT               PIC 9(06)V99 VALUE 0.            00055001
005430 01  WS-FEES-AMT                 PIC 9(06)V99 VALUE 0.            00055001
005440 01  WS-TAXES-AMT                PIC 9(06)V99 VALUE 0.            00055001
005450                                                                  00055001
005460 PROCEDURE DIVISION.                                              00055001
005470                                                                  00055001
005480***************************************************************** 00055001
005490* MAINLINE - INITIALIZE, APPLY EACH CORRECTION, WRAP UP           00055001
005500***************************************************************** 00055001
005510 000-MAIN.                                                        00056001
005520     PERFORM 050-INITIALIZE-RUN.                                  00056001
005530     MOVE 1 TO WS-RB-IDX.                                         00056001
005540     PERFORM 300-PROCESS-REBILL THRU 300-PROCESS-REBILL-EXIT      00056001
005550         UNTIL WS-RB-IDX > WS-RB-COUNT.                           00056001
005560     PERFORM 800-END-OF-RUN.                                      00056001
005570     STOP RUN.                                                    00056001
005580                                                                  00056001
005590***************************************************************** 00056001
005600* LOAD THE CORRECTIONS AND RATE TABLES, FIND EVERY ORIGINAL       00056001
005610* BILL, THEN OPEN THE MASTERS AND THE FILES BEING EXTENDED.       00057001
005620***************************************************************** 00057001
005630 050-INITIALIZE-RUN.                                              00057001
005640     DISPLAY '*********************************'.                 00057001
005650     DISPLAY '*** UTIL2080 - CANCEL/REBILL ****'.                 00057001
005660     DISPLAY '*********************************'.                 00057001
005670     DISPLAY ' '.                                                 00057001
005680                                                                  00057001
005690     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.                       00057001
005700     ACCEPT WS-RUN-TIME FROM TIME.                                00057001
005710                                                                  00058001
005720     PERFORM 020-CHECK-RUN-CONTROL.                               00058001
005730                                                                  00058001
005740     PERFORM 100-LOAD-REBILLS.                                    00058001
005750     PERFORM 070-LOAD-RATE-TABLE.                                 00058001
005760     PERFORM 075-LOAD-TAX-TABLE.                                  00058001
005770     PERFORM 120-FIND-ORIGINALS THRU 120-FIND-ORIGINALS-EXIT.     00058001
005780                                                                  00058001
005790     OPEN INPUT  CUSTMAST.                                        00058001
005800     IF WS-CUSTMAST-STATUS NOT = '00'                             00058001
005810         DISPLAY 'UNABLE TO OPEN CUSTMAST, STATUS='               00059001
005820             WS-CUSTMAST-STATUS                                   00059001
005830         MOVE 16 TO RETURN-CODE                                   00059001
005840         STOP RUN                                                 00059001
005850     END-IF.                                                      00059001
005860     OPEN INPUT  ARMAST.                                          00059001
005870     IF WS-ARMAST-STATUS NOT = '00'                               00059001
005880         DISPLAY 'UNABLE TO OPEN ARMAST, STATUS='                 00059001
005890             WS-ARMAST-STATUS                                     00059001
005900         MOVE 16 TO RETURN-CODE                                   00059001
005910         STOP RUN                                                 00060001
005920     END-IF.                                                      00060001
005930     OPEN OUTPUT ARNEW.                                           00060001
005940     IF WS-ARNEW-STATUS NOT = '00'                                00060001
005950         DISPLAY 'UNABLE TO OPEN ARNEW, STATUS='                  00060001
005960             WS-ARNEW-STATUS                                      00060001
005970         MOVE 16 TO RETURN-CODE                                   00060001
005980         STOP RUN                                                 00060001
005990     END-IF.                                                      00060001
006000     OPEN OUTPUT REBLRPT.                                         00060001
006010     IF WS-REBLRPT-STATUS NOT = '00'                              00061001
006020         DISPLAY 'UNABLE TO OPEN REBLRPT, STATUS='                00061001
006030             WS-REBLRPT-STATUS                                    00061001
006040         MOVE 16 TO RETURN-CODE                                   00061001
006050         STOP RUN                                                 00061001
006060     END-IF.                                                      00061001
006070*    NO BILL RUN TODAY MEANS NO AUDIT LOG OR G/L EXTRACT TO       00061001
006080*    EXTEND YET - START THEM.                                     00061001
006090     OPEN EXTEND AUDITF.                                          00061001
006100     IF WS-AUDITF-NOTFOUND                                        00061001
006110         OPEN OUTPUT AUDITF                                       00062001
006120     END-IF.                                                      00062001
006130     IF WS-AUDITF-STATUS NOT = '00'                               00062001
006140         DISPLAY 'UNABLE TO OPEN AUDITF, STATUS='                 00062001
006150             WS-AUDITF-STATUS                                     00062001
006160         MOVE 16 TO RETURN-CODE                                   00062001
006170         STOP RUN                                                 00062001
006180     END-IF.                                                      00062001
006190     OPEN EXTEND GLEXTR.                                          00062001
006200     IF WS-GLEXTR-NOTFOUND                                        00062001
006210         OPEN OUTPUT GLEXTR                                       00063001
006220     END-IF.                                                      00063001
006230     IF WS-GLEXTR-STATUS NOT = '00'                               00063001
006240         DISPLAY 'UNABLE TO OPEN GLEXTR, STATUS='                 00063001
006250             WS-GLEXTR-STATUS                                     00063001
006260         MOVE 16 TO RETURN-CODE                                   00063001
006270         STOP RUN                                                 00063001
006280     END-IF.                                                      00063001
006281     OPEN EXTEND ARTRANS.                                         00063001
006282     IF WS-ARTRANS-NOTFOUND                                       00063001
006283         OPEN OUTPUT ARTRANS                                      00063001
006284     END-IF.                                                      00063001
006285     IF WS-ARTRANS-STATUS NOT = '00'                              00063001
006286         DISPLAY 'UNABLE TO OPEN ARTRANS, STATUS='                00063001
006287             WS-ARTRANS-STATUS                                    00063001
006288         MOVE 16 TO RETURN-CODE                                   00063001
006289         STOP RUN                                                 00063001
006290     END-IF.                                                      00063001
006290                                                                  00063001
006300     PERFORM 200-READ-CUSTOMER.                                   00063001
006310     PERFORM 220-READ-AR.                                         00064001
006320                                                                  00064001
006330***************************************************************** 00064001
006340* RERUN PROTECTION.  THE REBILL FILE IS IDENTIFIED BY ITS FIRST   00064001
006350* RECORD; A FILE ALREADY APPLIED BY A COMPLETED RUN IS REFUSED    00064001
006360* BEFORE ANY OUTPUT FILE IS TOUCHED - A SECOND PASS WOULD         00064001
006370* REVERSE THE CORRECTED BILLS AND POST THE DIFFERENCE TWICE.      00064001
006380***************************************************************** 00064001
006390 020-CHECK-RUN-CONTROL.                                           00064001
006400     OPEN INPUT REBILL.                                           00064001
006410     IF WS-REBILL-STATUS NOT = '00'                               00065001
006420         DISPLAY 'UNABLE TO OPEN REBILL, STATUS='                 00065001
006430             WS-REBILL-STATUS                                     00065001
006440         MOVE 16 TO RETURN-CODE                                   00065001
006450         STOP RUN                                                 00065001
006460     END-IF.                                                      00065001
006470     MOVE SPACES TO WS-RC-IDENT-NOW.                              00065001
006480     READ REBILL                                                  00065001
006490         AT END                                                   00065001
006500             CONTINUE                                             00065001
006510         NOT AT END                                               00066001
006520             MOVE RB-RECORD TO WS-RC-IDENT-NOW                    00066001
006530     END-READ.                                                    00066001
006540     CLOSE REBILL.                                                00066001
006550                                                                  00066001
006560     OPEN INPUT RUNCT80.                                          00066001
006570     IF WS-RUNCT80-NOTFOUND                                       00066001
006580*        FIRST RUN - NO RECORD TO CHECK YET.                      00066001
006590         CONTINUE                                                 00066001
006600     ELSE                                                         00066001
006610         IF WS-RUNCT80-STATUS NOT = '00'                          00067001
006620             DISPLAY 'UNABLE TO OPEN RUNCT80, STATUS='            00067001
006630                 WS-RUNCT80-STATUS                                00067001
006640             MOVE 16 TO RETURN-CODE                               00067001
006650             STOP RUN                                             00067001
006660         END-IF                                                   00067001
006670         READ RUNCT80                                             00067001
006680             AT END                                               00067001
006690                 CONTINUE                                         00067001
006700             NOT AT END                                           00067001
006710                 PERFORM 030-VERIFY-RUN-CONTROL                   00068001
006720         END-READ                                                 00068001
006730         CLOSE RUNCT80                                            00068001
006740     END-IF.                                                      00068001
006750                                                                  00068001
006760     OPEN OUTPUT RUNCT80.                                         00068001
006770     IF WS-RUNCT80-STATUS NOT = '00'                              00068001
006780         DISPLAY 'UNABLE TO OPEN RUNCT80, STATUS='                00068001
006790             WS-RUNCT80-STATUS                                    00068001
006800         MOVE 16 TO RETURN-CODE                                   00068001
006810         STOP RUN                                                 00069001
006820     END-IF.                                                      00069001
006830     MOVE SPACES TO RC-RECORD.                                    00069001
006840     MOVE 'I' TO RC-STATUS.                                       00069001
006850     MOVE WS-RUN-DATE TO RC-RUN-DATE.                             00069001
006860     MOVE WS-RC-IDENT-NOW TO RC-TRANS-IDENT.                      00069001
006870     MOVE 0 TO RC-TRANS-COUNT.                                    00069001
006880     WRITE RC-RECORD.                                             00069001
006890     IF WS-RUNCT80-STATUS NOT = '00'                              00069001
006900         DISPLAY 'UNABLE TO WRITE RUNCT80, STATUS='               00069001
006910             WS-RUNCT80-STATUS                                    00070001
006920         MOVE 16 TO RETURN-CODE                                   00070001
006930         STOP RUN                                                 00070001
006940     END-IF.                                                      00070001
006950     CLOSE RUNCT80.                                               00070001
006960                                                                  00070001
006970 030-VERIFY-RUN-CONTROL.                                          00070001
006980     IF RC-COMPLETE                                               00070001
006990         AND RC-TRANS-IDENT = WS-RC-IDENT-NOW                     00070001
007000         DISPLAY '*** REBILLS ALREADY APPLIED BY A COMPLETED'     00070001
007010         DISPLAY '*** RUN ON ' RC-RUN-DATE ' - RERUN REFUSED.'    00071001
007020         DISPLAY '*** MOUNT A NEW REBILL FILE OR REMOVE'          00071001
007030         DISPLAY '*** RUNCT80 TO FORCE THE RERUN.'                00071001
007040         MOVE 8 TO RETURN-CODE                                    00071001
007050         STOP RUN                                                 00071001
007060     END-IF.                                                      00071001
007070     IF RC-IN-PROGRESS                                            00071001
007080         DISPLAY '*** PRIOR RUN DID NOT COMPLETE - ITS OUTPUT'    00071001
007090         DISPLAY '*** IS UNUSABLE.  RERUNNING FROM THE TOP.'      00071001
007100     END-IF.                                                      00071001
007110                                                                  00072001
007120***************************************************************** 00072001
007130* LOAD THE DATE-EFFECTIVE RATE SCHEDULE INTO WS-RATE-TABLE        00072001
007140***************************************************************** 00072001
007150 070-LOAD-RATE-TABLE.                                             00072001
007160     OPEN INPUT RATEFIL.                                          00072001
007170     IF WS-RATEFIL-STATUS NOT = '00'                              00072001
007180         DISPLAY 'UNABLE TO OPEN RATEFIL, STATUS='                00072001
007190             WS-RATEFIL-STATUS                                    00072001
007200         MOVE 16 TO RETURN-CODE                                   00072001
007210         STOP RUN                                                 00073001
007220     END-IF.                                                      00073001
007230     PERFORM 071-READ-RATE-FILE THRU 071-READ-RATE-FILE-EXIT      00073001
007240         UNTIL WS-RATEFIL-EOF.                                    00073001
007250     CLOSE RATEFIL.                                               00073001
007260                                                                  00073001
007270 071-READ-RATE-FILE.                                              00073001
007280     READ RATEFIL                                                 00073001
007290         AT END                                                   00073001
007300             GO TO 071-READ-RATE-FILE-EXIT                        00073001
007310     END-READ.                                                    00074001
007320     IF WS-RATE-COUNT >= 50                                       00074001
007330         DISPLAY 'RATEFIL HAS MORE THAN 50 ROWS - TABLE FULL'     00074001
007340         MOVE 16 TO RETURN-CODE                                   00074001
007350         STOP RUN                                                 00074001
007360     END-IF.                                                      00074001
007370     ADD 1 TO WS-RATE-COUNT.                                      00074001
007380     MOVE RT-PLAN-CODE   TO WS-RT-PLAN-CODE(WS-RATE-COUNT).       00074001
007390     MOVE RT-EFF-DATE    TO WS-RT-EFF-DATE(WS-RATE-COUNT).        00074001
007400     MOVE RT-TIER1-LIMIT TO WS-RT-TIER1-LIMIT(WS-RATE-COUNT).     00074001
007410     MOVE RT-TIER2-LIMIT TO WS-RT-TIER2-LIMIT(WS-RATE-COUNT).     00075001
007420     MOVE RT-RATE1       TO WS-RT-RATE1(WS-RATE-COUNT).           00075001
007430     MOVE RT-RATE2       TO WS-RT-RATE2(WS-RATE-COUNT).           00075001
007440     MOVE RT-RATE3       TO WS-RT-RATE3(WS-RATE-COUNT).           00075001
007450     MOVE RT-DEMAND-RATE TO WS-RT-DEMAND-RATE(WS-RATE-COUNT).     00075001
007460     MOVE RT-STD-DAYS    TO WS-RT-STD-DAYS(WS-RATE-COUNT).        00075001
007470*    PRE-TOU RATE ROWS CARRY BLANKS IN THE TOU COLUMNS.           00075001
007480     IF RT-PEAK-RATE-X NUMERIC                                    00075001
007490         MOVE RT-PEAK-RATE TO WS-RT-PEAK-RATE(WS-RATE-COUNT)      00075001
007500     ELSE                                                         00075001
007510         MOVE 0 TO WS-RT-PEAK-RATE(WS-RATE-COUNT)                 00076001
007520     END-IF.                                                      00076001
007530     IF RT-OFFPEAK-RATE-X NUMERIC                                 00076001
007540         MOVE RT-OFFPEAK-RATE                                     00076001
007550             TO WS-RT-OFFPEAK-RATE(WS-RATE-COUNT)                 00076001
007560     ELSE                                                         00076001
007570         MOVE 0 TO WS-RT-OFFPEAK-RATE(WS-RATE-COUNT)              00076001
007580     END-IF.                                                      00076001
007590 071-READ-RATE-FILE-EXIT.                                         00076001
007600     EXIT.                                                        00076001
007610                                                                  00077001
007620***************************************************************** 00077001
007630* LOAD THE DATE-EFFECTIVE JURISDICTION TAX TABLE FROM TAXFIL      00077001
007640***************************************************************** 00077001
007650 075-LOAD-TAX-TABLE.                                              00077001
007660     OPEN INPUT TAXFIL.                                           00077001
007670     IF WS-TAXFIL-STATUS NOT = '00'                               00077001
007680         DISPLAY 'UNABLE TO OPEN TAXFIL, STATUS='                 00077001
007690             WS-TAXFIL-STATUS                                     00077001
007700         MOVE 16 TO RETURN-CODE                                   00077001
007710         STOP RUN                                                 00078001
007720     END-IF.                                                      00078001
007730     PERFORM 076-READ-TAX-FILE THRU 076-READ-TAX-FILE-EXIT        00078001
007740         UNTIL WS-TAXFIL-EOF.                                     00078001
007750     CLOSE TAXFIL.                                                00078001
007760                                                                  00078001
007770 076-READ-TAX-FILE.                                               00078001
007780     READ TAXFIL                                                  00078001
007790         AT END                                                   00078001
007800             GO TO 076-READ-TAX-FILE-EXIT                         00078001
007810     END-READ.                                                    00079001
007820     IF WS-TAX-COUNT >= 20                                        00079001
007830         DISPLAY 'TAXFIL HAS MORE THAN 20 ROWS - TABLE FULL'      00079001
007840         MOVE 16 TO RETURN-CODE                                   00079001
007850         STOP RUN                                                 00079001
007860     END-IF.                                                      00079001
007870     ADD 1 TO WS-TAX-COUNT.                                       00079001
007880     MOVE TX-JURIS-CODE    TO WS-TX-JURIS-CODE(WS-TAX-COUNT).     00079001
007890     MOVE TX-EFF-DATE      TO WS-TX-EFF-DATE(WS-TAX-COUNT).       00079001
007900     MOVE TX-STATE-TAX-PCT TO WS-TX-STATE-PCT(WS-TAX-COUNT).      00079001
007910     MOVE TX-FRANCHISE-PCT TO WS-TX-FRANCHISE-PCT(WS-TAX-COUNT).  00080001
007920 076-READ-TAX-FILE-EXIT.                                          00080001
007930     EXIT.                                                        00080001
007940                                                                  00080001
007950***************************************************************** 00080001
007960* HOLD THE WHOLE REBILL FILE IN CORE.                             00080001
007970***************************************************************** 00080001
007980 100-LOAD-REBILLS.                                                00080001
007990     OPEN INPUT REBILL.                                           00080001
008000     IF WS-REBILL-STATUS NOT = '00'                               00080001
008010         DISPLAY 'UNABLE TO OPEN REBILL, STATUS='                 00081001
008020             WS-REBILL-STATUS                                     00081001
008030         MOVE 16 TO RETURN-CODE                                   00081001
008040         STOP RUN                                                 00081001
008050     END-IF.                                                      00081001
008060     PERFORM 110-READ-REBILL THRU 110-READ-REBILL-EXIT            00081001
008070         UNTIL WS-REBILL-EOF.                                     00081001
008080     CLOSE REBILL.                                                00081001
008090                                                                  00081001
008100 110-READ-REBILL.                                                 00081001
008110     READ REBILL                                                  00082001
008120         AT END                                                   00082001
008130             GO TO 110-READ-REBILL-EXIT                           00082001
008140     END-READ.                                                    00082001
008150     IF WS-RB-COUNT >= WS-RB-MAX                                  00082001
008160         DISPLAY 'REBILL HAS MORE THAN 200 ROWS - TABLE FULL'     00082001
008170         MOVE 16 TO RETURN-CODE                                   00082001
008180         STOP RUN                                                 00082001
008190     END-IF.                                                      00082001
008200     ADD 1 TO WS-REBILLS-READ.                                    00082001
008210     ADD 1 TO WS-RB-COUNT.                                        00083001
008220     MOVE RB-RECORD TO WS-RB-TRANS(WS-RB-COUNT).                  00083001
008230     MOVE 'N'       TO WS-RB-ORIG-SW(WS-RB-COUNT).                00083001
008240     MOVE SPACES    TO WS-RB-ORIG-RECORD(WS-RB-COUNT).            00083001
008250 110-READ-REBILL-EXIT.                                            00083001
008260     EXIT.                                                        00083001
008270                                                                  00083001
008280***************************************************************** 00083001
008290* EACH CORRECTION'S PERIOD FROM THE RETAINED HISTORY, BY KEY,     00083001
008295* THEN ONE PASS OF TODAY'S AUDIT LOG, IN THAT ORDER, SO THE       00083001
008300* LATEST RECORD FOR AN ACCOUNT AND RUN DATE IS SEEN LAST.         00083001
008305* EITHER FILE MAY BE MISSING.                                     00083001
008310***************************************************************** 00083001
008315 120-FIND-ORIGINALS.                                              00083001
008320     IF WS-RB-COUNT = 0                                           00083001
008325         GO TO 120-FIND-ORIGINALS-EXIT                            00083001
008330     END-IF.                                                      00083001
008335     OPEN INPUT AUDITH.                                           00083001
008340     IF WS-AUDITH-NOTFOUND                                        00083001
008345         DISPLAY 'NO AUDIT HISTORY - TODAY''S BILLS ONLY'         00083001
008350     ELSE                                                         00083001
008355         IF WS-AUDITH-STATUS NOT = '00'                           00083001
008360             DISPLAY 'UNABLE TO OPEN AUDITH, STATUS='             00083001
008365                 WS-AUDITH-STATUS                                 00083001
008370             MOVE 16 TO RETURN-CODE                               00083001
008375             STOP RUN                                             00083001
008380         END-IF                                                   00083001
008385         MOVE 1 TO WS-RB-IDX                                      00083001
008390         PERFORM 125-FIND-IN-HISTORY THRU 125-FIND-IN-HISTORY-EXIT00083001
008395             UNTIL WS-RB-IDX > WS-RB-COUNT                        00083001
008400         CLOSE AUDITH                                             00083001
008405     END-IF.                                                      00083001
008410     OPEN INPUT AUDITF.                                           00083001
008415     IF WS-AUDITF-NOTFOUND                                        00083001
008420         DISPLAY 'NO AUDIT LOG FOR TODAY - HISTORY ONLY'          00083001
008425     ELSE                                                         00083001
008430         PERFORM 140-READ-AUDITF THRU 140-READ-AUDITF-EXIT        00083001
008435             UNTIL WS-AUDITF-EOF                                  00083001
008440         CLOSE AUDITF                                             00083001
008445     END-IF.                                                      00083001
008450 120-FIND-ORIGINALS-EXIT.                                         00083001
008455     EXIT.                                                        00083001
008460                                                                  00083001
008465*    START AT THE CORRECTION'S ACCOUNT AND ORIGINAL RUN DATE AND  00083001
008470*    READ THAT PERIOD'S ROWS - THE BILL AND ANY EARLIER REBILLS.  00083001
008475 125-FIND-IN-HISTORY.                                             00083001
008480     MOVE 'N' TO WS-HIST-DONE-SW.                                 00083001
008485     MOVE WS-RB-ACCOUNT(WS-RB-IDX)   TO AH-ACCOUNT-NO.            00083001
008490     MOVE WS-RB-ORIG-DATE(WS-RB-IDX) TO AH-RUN-DATE.              00083001
008495     MOVE 0                          TO AH-RUN-TIME.              00083001
008500     START AUDITH KEY IS NOT LESS THAN AH-KEY                     00083001
008505         INVALID KEY                                              00083001
008510             SET WS-HIST-DONE TO TRUE                             00083001
008515     END-START.                                                   00083001
008520     PERFORM 130-READ-AUDITH THRU 130-READ-AUDITH-EXIT            00083001
008525         UNTIL WS-HIST-DONE.                                      00083001
008530     ADD 1 TO WS-RB-IDX.                                          00083001
008535 125-FIND-IN-HISTORY-EXIT.                                        00083001
008540     EXIT.                                                        00083001
008545                                                                  00083001
008550 130-READ-AUDITH.                                                 00083001
008555     READ AUDITH NEXT RECORD                                      00083001
008560         AT END                                                   00083001
008565             SET WS-HIST-DONE TO TRUE                             00083001
008570             GO TO 130-READ-AUDITH-EXIT                           00083001
008575     END-READ.                                                    00083001
008580     IF AH-ACCOUNT-NO NOT = WS-RB-ACCOUNT(WS-RB-IDX)              00083001
008585         OR AH-RUN-DATE NOT = WS-RB-ORIG-DATE(WS-RB-IDX)          00083001
008590         SET WS-HIST-DONE TO TRUE                                 00083001
008595         GO TO 130-READ-AUDITH-EXIT                               00083001
008600     END-IF.                                                      00083001
008605     ADD 1 TO WS-AUDIT-SCANNED.                                   00083001
008610     MOVE AH-RECORD     TO WS-HIST-RECORD.                        00083001
008615     MOVE AH-ACCOUNT-NO TO WS-HIST-ACCOUNT.                       00083001
008620     MOVE AH-RUN-DATE   TO WS-HIST-RUN-DATE.                      00083001
008625     MOVE AH-BILL-TYPE  TO WS-HIST-BILL-TYPE.                     00083001
008630     MOVE WS-RB-IDX     TO WS-RB-SCAN-IDX.                        00083001
008635     PERFORM 160-MATCH-ONE-REBILL THRU 160-MATCH-ONE-REBILL-EXIT. 00083001
008640 130-READ-AUDITH-EXIT.                                            00083001
008670     EXIT.                                                        00087001
008680                                                                  00087001
008690 140-READ-AUDITF.                                                 00087001
008700     READ AUDITF                                                  00087001
008710         AT END                                                   00088001
008720             GO TO 140-READ-AUDITF-EXIT                           00088001
008730     END-READ.                                                    00088001
008740     MOVE AU-RECORD     TO WS-HIST-RECORD.                        00088001
008750     MOVE AU-ACCOUNT-NO TO WS-HIST-ACCOUNT.                       00088001
008760     MOVE AU-RUN-DATE   TO WS-HIST-RUN-DATE.                      00088001
008770     MOVE AU-BILL-TYPE  TO WS-HIST-BILL-TYPE.                     00088001
008780     PERFORM 150-MATCH-HISTORY.                                   00088001
008790 140-READ-AUDITF-EXIT.                                            00088001
008800     EXIT.                                                        00088001
008810                                                                  00089001
008820 150-MATCH-HISTORY.                                               00089001
008830     ADD 1 TO WS-AUDIT-SCANNED.                                   00089001
008840     MOVE 1 TO WS-RB-SCAN-IDX.                                    00089001
008850     PERFORM 160-MATCH-ONE-REBILL THRU 160-MATCH-ONE-REBILL-EXIT  00089001
008860         UNTIL WS-RB-SCAN-IDX > WS-RB-COUNT.                      00089001
008870                                                                  00089001
008880*    A BILLED OR REBILLED RECORD IS LIVE; A REVERSAL CANCELS      00089001
008890*    WHATEVER WAS LIVE BEFORE IT.  A HISTORY RECORD ALREADY       00089001
008900*    MARKED CANCELLED IS ONLY WORTH A BETTER REJECT MESSAGE.      00089001
008910 160-MATCH-ONE-REBILL.                                            00090001
008920     IF WS-RB-ACCOUNT(WS-RB-SCAN-IDX) NOT = WS-HIST-ACCOUNT       00090001
008930         OR WS-RB-ORIG-DATE(WS-RB-SCAN-IDX) NOT = WS-HIST-RUN-DATE00090001
008940         GO TO 160-MATCH-ONE-REBILL-NEXT                          00090001
008950     END-IF.                                                      00090001
008960     EVALUATE WS-HIST-BILL-TYPE                                   00090001
008970         WHEN ' '                                                 00090001
008980         WHEN 'R'                                                 00090001
008990             MOVE 'L' TO WS-RB-ORIG-SW(WS-RB-SCAN-IDX)            00090001
009000             MOVE WS-HIST-RECORD                                  00090001
009010                 TO WS-RB-ORIG-RECORD(WS-RB-SCAN-IDX)             00091001
009020         WHEN 'X'                                                 00091001
009030             MOVE 'C' TO WS-RB-ORIG-SW(WS-RB-SCAN-IDX)            00091001
009040             MOVE SPACES TO WS-RB-ORIG-RECORD(WS-RB-SCAN-IDX)     00091001
009050         WHEN OTHER                                               00091001
009060             IF WS-RB-ORIG-NONE(WS-RB-SCAN-IDX)                   00091001
009070                 MOVE 'C' TO WS-RB-ORIG-SW(WS-RB-SCAN-IDX)        00091001
009080             END-IF                                               00091001
009090     END-EVALUATE.                                                00091001
009100 160-MATCH-ONE-REBILL-NEXT.                                       00091001
009110     ADD 1 TO WS-RB-SCAN-IDX.                                     00092001
009120 160-MATCH-ONE-REBILL-EXIT.                                       00092001
009130     EXIT.                                                        00092001
009140                                                                  00092001
009150***************************************************************** 00092001
009160* READ THE NEXT CUSTOMER MASTER RECORD.  THE CONTROL TRAILER      00092001
009170* ENDS THE FILE.                                                  00092001
009180***************************************************************** 00092001
009190 200-READ-CUSTOMER.                                               00092001
009200     READ CUSTMAST                                                00092001
009210         AT END                                                   00093001
009220             SET WS-CM-EOF TO TRUE                                00093001
009230             MOVE HIGH-VALUES TO WS-CM-KEY                        00093001
009240         NOT AT END                                               00093001
009250             IF CT-TRAILER                                        00093001
009260                 SET WS-CM-EOF TO TRUE                            00093001
009270                 MOVE HIGH-VALUES TO WS-CM-KEY                    00093001
009280             ELSE                                                 00093001
009290                 MOVE CM-ACCOUNT-NO TO WS-CM-KEY                  00093001
009300             END-IF                                               00093001
009310     END-READ.                                                    00094001
009320                                                                  00094001
009330***************************************************************** 00094001
009340* READ THE NEXT A/R MASTER RECORD.                                00094001
009350***************************************************************** 00094001
009360 220-READ-AR.                                                     00094001
009370     READ ARMAST                                                  00094001
009380         AT END                                                   00094001
009390             SET WS-AR-EOF TO TRUE                                00094001
009400             MOVE HIGH-VALUES TO WS-AR-KEY                        00094001
009410         NOT AT END                                               00095001
009420             ADD 1 TO WS-AR-READ                                  00095001
009430             MOVE AR-ACCOUNT-NO TO WS-AR-KEY                      00095001
009440     END-READ.                                                    00095001
009450                                                                  00095001
009460***************************************************************** 00095001
009470* BRING THE CUSTOMER MASTER UP TO THE CORRECTION'S ACCOUNT, AND   00095001
009480* THE A/R MASTER WITH IT - A/R RECORDS PASSED OVER HAVE NO        00095001
009490* CORRECTIONS AND ARE COPIED TO ARNEW AS THEY STAND.              00095001
009500***************************************************************** 00095001
009510 240-POSITION-MASTERS.                                            00096001
009520     PERFORM 200-READ-CUSTOMER                                    00096001
009530         UNTIL WS-CM-KEY NOT < WS-RB-KEY.                         00096001
009540     PERFORM 250-PASS-AR                                          00096001
009550         UNTIL WS-AR-KEY NOT < WS-RB-KEY.                         00096001
009560                                                                  00096001
009570 250-PASS-AR.                                                     00096001
009580     PERFORM 500-WRITE-AR.                                        00096001
009590     PERFORM 220-READ-AR.                                         00096001
009600                                                                  00096001
009610***************************************************************** 00097001
009620* APPLY ONE CORRECTION - EDIT IT, CANCEL THE ORIGINAL, REPRICE    00097001
009630* THE CORRECTED BILL AND POST THE DIFFERENCE.                     00097001
009640***************************************************************** 00097001
009650 300-PROCESS-REBILL.                                              00097001
009660     MOVE WS-RB-TRANS(WS-RB-IDX) TO RB-RECORD.                    00097001
009670     MOVE RB-ACCOUNT-NO TO WS-RB-KEY.                             00097001
009680                                                                  00097001
009690     PERFORM 350-EDIT-REBILL THRU 350-EDIT-REBILL-EXIT.           00097001
009700     IF WS-REBILL-INVALID                                         00097001
009710         PERFORM 700-WRITE-REJECT                                 00098001
009720         GO TO 300-PROCESS-REBILL-NEXT                            00098001
009730     END-IF.                                                      00098001
009740                                                                  00098001
009750     PERFORM 400-REPRICE-BILL THRU 400-REPRICE-BILL-EXIT.         00098001
009760     IF WS-REBILL-INVALID                                         00098001
009770         PERFORM 700-WRITE-REJECT                                 00098001
009780         GO TO 300-PROCESS-REBILL-NEXT                            00098001
009790     END-IF.                                                      00098001
009800                                                                  00098001
009810     PERFORM 450-WRITE-REVERSAL.                                  00099001
009820     PERFORM 460-WRITE-REBILL.                                    00099001
009830     PERFORM 470-POST-DIFFERENCE.                                 00099001
009840     PERFORM 480-ACCUM-TOTALS.                                    00099001
009850     PERFORM 600-PRINT-CORRECTION.                                00099001
009860     ADD 1 TO WS-REBILLS-POSTED.                                  00099001
009870 300-PROCESS-REBILL-NEXT.                                         00099001
009880     ADD 1 TO WS-RB-IDX.                                          00099001
009890 300-PROCESS-REBILL-EXIT.                                         00099001
009900     EXIT.                                                        00099001
009910                                                                  00100001
009920***************************************************************** 00100001
009930* VALIDATE A CORRECTION BEFORE APPLYING IT.  THE MASTERS ARE      00100001
009940* POSITIONED HERE, ONCE THE ACCOUNT NUMBER IS KNOWN GOOD.         00100001
009950***************************************************************** 00100001
009960 350-EDIT-REBILL.                                                 00100001
009970     MOVE 'Y' TO WS-VALID-REBILL-SW.                              00100001
009980     MOVE SPACES TO WS-EDIT-REASON.                               00100001
009990                                                                  00100001
010000     IF RB-ACCOUNT-NO NOT NUMERIC                                 00100001
010010         MOVE 'N' TO WS-VALID-REBILL-SW                           00101001
010020         MOVE 'ACCOUNT NUMBER NOT NUMERIC' TO WS-EDIT-REASON      00101001
010030         GO TO 350-EDIT-REBILL-EXIT                               00101001
010040     END-IF.                                                      00101001
010050     IF RB-ACCOUNT-NO < WS-PREV-RB-KEY                            00101001
010060         MOVE 'N' TO WS-VALID-REBILL-SW                           00101001
010070         MOVE 'OUT OF ACCOUNT SEQUENCE' TO WS-EDIT-REASON         00101001
010080         GO TO 350-EDIT-REBILL-EXIT                               00101001
010090     END-IF.                                                      00101001
010100     MOVE RB-ACCOUNT-NO TO WS-PREV-RB-KEY.                        00101001
010110     PERFORM 240-POSITION-MASTERS.                                00102001
010120                                                                  00102001
010130     IF RB-ORIG-RUN-DATE NOT NUMERIC                              00102001
010140         MOVE 'N' TO WS-VALID-REBILL-SW                           00102001
010150         MOVE 'BILL DATE NOT NUMERIC' TO WS-EDIT-REASON           00102001
010160         GO TO 350-EDIT-REBILL-EXIT                               00102001
010170     END-IF.                                                      00102001
010180     IF RB-KWH-USED NOT NUMERIC                                   00102001
010190         OR RB-PEAK-KWH NOT NUMERIC                               00102001
010200         MOVE 'N' TO WS-VALID-REBILL-SW                           00102001
010210         MOVE 'KWH OR PEAK KWH NOT NUMERIC' TO WS-EDIT-REASON     00103001
010220         GO TO 350-EDIT-REBILL-EXIT                               00103001
010230     END-IF.                                                      00103001
010240     IF RB-KWH-USED-N > WS-MAX-KWH                                00103001
010250         MOVE 'N' TO WS-VALID-REBILL-SW                           00103001
010260         MOVE 'KWH OUT OF RANGE' TO WS-EDIT-REASON                00103001
010270         GO TO 350-EDIT-REBILL-EXIT                               00103001
010280     END-IF.                                                      00103001
010290     IF RB-BILLING-DAYS NOT NUMERIC                               00103001
010300         MOVE 'N' TO WS-VALID-REBILL-SW                           00103001
010310         MOVE 'BILLING DAYS NOT NUMERIC' TO WS-EDIT-REASON        00104001
010320         GO TO 350-EDIT-REBILL-EXIT                               00104001
010330     END-IF.                                                      00104001
010340     IF NOT RB-PLAN-VALID                                         00104001
010350         MOVE 'N' TO WS-VALID-REBILL-SW                           00104001
010360         MOVE 'RATE PLAN NOT R/C/I/T' TO WS-EDIT-REASON           00104001
010370         GO TO 350-EDIT-REBILL-EXIT                               00104001
010380     END-IF.                                                      00104001
010390     IF NOT RB-REASON-VALID                                       00104001
010400         MOVE 'N' TO WS-VALID-REBILL-SW                           00104001
010410         MOVE 'REASON CODE NOT MR/ES/RP/DY/OT' TO WS-EDIT-REASON  00105001
010420         GO TO 350-EDIT-REBILL-EXIT                               00105001
010430     END-IF.                                                      00105001
010440     IF RB-USER-ID = SPACES                                       00105001
010450         MOVE 'N' TO WS-VALID-REBILL-SW                           00105001
010460         MOVE 'USER ID MISSING' TO WS-EDIT-REASON                 00105001
010470         GO TO 350-EDIT-REBILL-EXIT                               00105001
010480     END-IF.                                                      00105001
010490     IF WS-CM-KEY NOT = WS-RB-KEY                                 00105001
010500         MOVE 'N' TO WS-VALID-REBILL-SW                           00105001
010510         MOVE 'ACCOUNT NOT ON CUSTOMER MASTER' TO WS-EDIT-REASON  00106001
010520         GO TO 350-EDIT-REBILL-EXIT                               00106001
010530     END-IF.                                                      00106001
010540     IF WS-AR-KEY NOT = WS-RB-KEY                                 00106001
010550         MOVE 'N' TO WS-VALID-REBILL-SW                           00106001
010560         MOVE 'NO A/R ACCOUNT FOR REBILL' TO WS-EDIT-REASON       00106001
010570         GO TO 350-EDIT-REBILL-EXIT                               00106001
010580     END-IF.                                                      00106001
010590                                                                  00106001
010600*    THE SAME BILL TWICE IN ONE FILE - THE FIRST ONE STANDS.      00106001
010610     MOVE 1 TO WS-RB-SCAN-IDX.                                    00107001
010620     PERFORM 360-CHECK-DUPLICATE THRU 360-CHECK-DUPLICATE-EXIT    00107001
010630         UNTIL WS-RB-SCAN-IDX NOT < WS-RB-IDX.                    00107001
010640     IF WS-REBILL-INVALID                                         00107001
010650         GO TO 350-EDIT-REBILL-EXIT                               00107001
010660     END-IF.                                                      00107001
010670                                                                  00107001
010680     IF WS-RB-ORIG-CANCELLED(WS-RB-IDX)                           00107001
010690         MOVE 'N' TO WS-VALID-REBILL-SW                           00107001
010700         MOVE 'BILL ALREADY CANCELLED' TO WS-EDIT-REASON          00107001
010710         GO TO 350-EDIT-REBILL-EXIT                               00108001
010720     END-IF.                                                      00108001
010730     IF NOT WS-RB-ORIG-LIVE(WS-RB-IDX)                            00108001
010740         MOVE 'N' TO WS-VALID-REBILL-SW                           00108001
010750         MOVE 'ORIGINAL BILL NOT ON AUDIT LOG' TO WS-EDIT-REASON  00108001
010760     END-IF.                                                      00108001
010770 350-EDIT-REBILL-EXIT.                                            00108001
010780     EXIT.                                                        00108001
010790                                                                  00108001
010800 360-CHECK-DUPLICATE.                                             00108001
010810     IF WS-RB-ACCOUNT(WS-RB-SCAN-IDX) = RB-ACCOUNT-NO             00109001
010820         AND WS-RB-ORIG-DATE(WS-RB-SCAN-IDX) = RB-ORIG-RUN-DATE   00109001
010830         MOVE 'N' TO WS-VALID-REBILL-SW                           00109001
010840         MOVE 'DUPLICATE REBILL FOR THIS BILL' TO WS-EDIT-REASON  00109001
010850         MOVE WS-RB-IDX TO WS-RB-SCAN-IDX                         00109001
010860     ELSE                                                         00109001
010870         ADD 1 TO WS-RB-SCAN-IDX                                  00109001
010880     END-IF.                                                      00109001
010890 360-CHECK-DUPLICATE-EXIT.                                        00109001
010900     EXIT.                                                        00109001
010910                                                                  00110001
010920***************************************************************** 00110001
010930* REPRICE THE CORRECTED BILL EXACTLY AS THE BILL RUN WOULD HAVE,  00110001
010940* UNDER THE RATE AND TAX ROWS IN EFFECT ON THE ORIGINAL BILL'S    00110001
010950* RUN DATE - A CORRECTION IS NOT A LICENSE TO BILL LAST SPRING    00110001
010960* AT THIS YEAR'S RATES.  THE JURISDICTION AND LATE CHARGE ARE     00110001
010970* THE ORIGINAL BILL'S; THE LATE CHARGE WAS ON THE BALANCE         00110001
010980* FORWARD, NOT THE USAGE, AND IS NOT RECOMPUTED.                  00110001
010990***************************************************************** 00110001
011000 400-REPRICE-BILL.                                                00110001
011010     MOVE WS-RB-ORIG-RECORD(WS-RB-IDX) TO WS-ORIG-RECORD.         00111001
011020                                                                  00111001
011030     MOVE RB-KWH-USED-N     TO WS-KWH-USED.                       00111001
011040     MOVE RB-PEAK-KWH-N     TO WS-PEAK-KWH.                       00111001
011050     MOVE RB-BILLING-DAYS-N TO WS-BILLING-DAYS.                   00111001
011060     IF RB-PLAN-KEEP                                              00111001
011070         MOVE WS-OR-RATE-PLAN-CODE TO WS-RATE-PLAN-CODE           00111001
011080     ELSE                                                         00111001
011090         MOVE RB-RATE-PLAN TO WS-RATE-PLAN-CODE                   00111001
011100     END-IF.                                                      00111001
011110     MOVE WS-OR-RUN-DATE    TO WS-BILL-DATE.                      00112001
011120     MOVE WS-OR-TAX-JURIS   TO WS-TAX-JURIS.                      00112001
011130     MOVE CM-SERVICE-FEE    TO WS-SERVICE-FEE.                    00112001
011140                                                                  00112001
011150     MOVE 0 TO WS-TIER1-KWH                                       00112001
011160              WS-TIER2-KWH                                        00112001
011170              WS-TIER3-KWH                                        00112001
011180              WS-TIER1-CHARGE                                     00112001
011190              WS-TIER2-CHARGE                                     00112001
011200              WS-TIER3-CHARGE                                     00112001
011210              WS-DEMAND-CHARGE                                    00113001
011220              WS-PEAK-CHARGE                                      00113001
011230              WS-OFFPEAK-CHARGE                                   00113001
011240              WS-OFFPEAK-KWH                                      00113001
011250              WS-PRORATED-SERVICE-FEE                             00113001
011260              WS-TAX-BASE                                         00113001
011270              WS-STATE-TAX                                        00113001
011280              WS-FRANCHISE-FEE                                    00113001
011290              WS-SUBTOTAL                                         00113001
011300              WS-TOTAL-BILL.                                      00113001
011310                                                                  00114001
011320     PERFORM 410-LOOKUP-RATE.                                     00114001
011330     IF WS-REBILL-INVALID                                         00114001
011340         GO TO 400-REPRICE-BILL-EXIT                              00114001
011350     END-IF.                                                      00114001
011360     PERFORM 420-LOOKUP-TAX.                                      00114001
011370     IF WS-REBILL-INVALID                                         00114001
011380         GO TO 400-REPRICE-BILL-EXIT                              00114001
011390     END-IF.                                                      00114001
011400     PERFORM 430-PRORATE-PERIOD.                                  00114001
011410     IF WS-RATE-PLAN-CODE = 'T'                                   00115001
011420         PERFORM 436-SPLIT-TOU-USAGE                              00115001
011430     ELSE                                                         00115001
011440         MOVE 0 TO WS-PEAK-KWH                                    00115001
011450         PERFORM 435-CALC-TIERS                                   00115001
011460     END-IF.                                                      00115001
011470     PERFORM 440-CALC-CHARGES.                                    00115001
011480 400-REPRICE-BILL-EXIT.                                           00115001
011490     EXIT.                                                        00115001
011500                                                                  00115001
011510 410-LOOKUP-RATE.                                                 00116001
011520     MOVE 0 TO WS-RT-BEST-IDX.                                    00116001
011530     MOVE 0 TO WS-RT-BEST-DATE.                                   00116001
011540     MOVE 1 TO WS-RT-SEARCH-IDX.                                  00116001
011550     PERFORM 415-SCAN-RATE-TABLE THRU 415-SCAN-RATE-TABLE-EXIT    00116001
011560         UNTIL WS-RT-SEARCH-IDX > WS-RATE-COUNT.                  00116001
011570                                                                  00116001
011580     IF WS-RT-BEST-IDX > 0                                        00116001
011590         MOVE WS-RT-TIER1-LIMIT(WS-RT-BEST-IDX)                   00116001
011600                                   TO WS-TIER1-LIMIT-STD          00116001
011610         MOVE WS-RT-TIER2-LIMIT(WS-RT-BEST-IDX)                   00117001
011620                                   TO WS-TIER2-LIMIT-STD          00117001
011630         MOVE WS-RT-RATE1(WS-RT-BEST-IDX)  TO WS-RATE-TIER1       00117001
011640         MOVE WS-RT-RATE2(WS-RT-BEST-IDX)  TO WS-RATE-TIER2       00117001
011650         MOVE WS-RT-RATE3(WS-RT-BEST-IDX)  TO WS-RATE-TIER3       00117001
011660         MOVE WS-RT-DEMAND-RATE(WS-RT-BEST-IDX)                   00117001
011670                                   TO WS-DEMAND-RATE-CUR          00117001
011680         MOVE WS-RT-STD-DAYS(WS-RT-BEST-IDX) TO WS-CUR-STD-DAYS   00117001
011690         MOVE WS-RT-PEAK-RATE(WS-RT-BEST-IDX)                     00117001
011700                                   TO WS-PEAK-RATE-CUR            00117001
011710         MOVE WS-RT-OFFPEAK-RATE(WS-RT-BEST-IDX)                  00118001
011720                                   TO WS-OFFPEAK-RATE-CUR         00118001
011730     ELSE                                                         00118001
011740         MOVE 'N' TO WS-VALID-REBILL-SW                           00118001
011750         MOVE 'NO RATE SCHEDULE FOUND FOR PLAN/DATE'              00118001
011760             TO WS-EDIT-REASON                                    00118001
011770     END-IF.                                                      00118001
011780                                                                  00118001
011790 415-SCAN-RATE-TABLE.                                             00118001
011800     IF WS-RT-PLAN-CODE(WS-RT-SEARCH-IDX) = WS-RATE-PLAN-CODE     00118001
011810         AND WS-RT-EFF-DATE(WS-RT-SEARCH-IDX) NOT > WS-BILL-DATE  00119001
011820         AND WS-RT-EFF-DATE(WS-RT-SEARCH-IDX) > WS-RT-BEST-DATE   00119001
011830         MOVE WS-RT-SEARCH-IDX TO WS-RT-BEST-IDX                  00119001
011840         MOVE WS-RT-EFF-DATE(WS-RT-SEARCH-IDX) TO WS-RT-BEST-DATE 00119001
011850     END-IF.                                                      00119001
011860     ADD 1 TO WS-RT-SEARCH-IDX.                                   00119001
011870 415-SCAN-RATE-TABLE-EXIT.                                        00119001
011880     EXIT.                                                        00119001
011890                                                                  00119001
011900 420-LOOKUP-TAX.                                                  00119001
011910     MOVE 0 TO WS-TX-BEST-IDX.                                    00120001
011920     MOVE 0 TO WS-TX-BEST-DATE.                                   00120001
011930     MOVE 1 TO WS-TX-SEARCH-IDX.                                  00120001
011940     PERFORM 425-SCAN-TAX-TABLE THRU 425-SCAN-TAX-TABLE-EXIT      00120001
011950         UNTIL WS-TX-SEARCH-IDX > WS-TAX-COUNT.                   00120001
011960                                                                  00120001
011970     IF WS-TX-BEST-IDX > 0                                        00120001
011980         MOVE WS-TX-STATE-PCT(WS-TX-BEST-IDX)                     00120001
011990                                   TO WS-STATE-PCT-CUR            00120001
012000         MOVE WS-TX-FRANCHISE-PCT(WS-TX-BEST-IDX)                 00120001
012010                                   TO WS-FRANCHISE-PCT-CUR        00121001
012020     ELSE                                                         00121001
012030         MOVE 'N' TO WS-VALID-REBILL-SW                           00121001
012040         MOVE 'NO TAX RATE FOR JURISDICTION/DATE'                 00121001
012050             TO WS-EDIT-REASON                                    00121001
012060     END-IF.                                                      00121001
012070                                                                  00121001
012080 425-SCAN-TAX-TABLE.                                              00121001
012090     IF WS-TX-JURIS-CODE(WS-TX-SEARCH-IDX) = WS-TAX-JURIS         00121001
012100         AND WS-TX-EFF-DATE(WS-TX-SEARCH-IDX) NOT > WS-BILL-DATE  00121001
012110         AND WS-TX-EFF-DATE(WS-TX-SEARCH-IDX) > WS-TX-BEST-DATE   00122001
012120         MOVE WS-TX-SEARCH-IDX TO WS-TX-BEST-IDX                  00122001
012130         MOVE WS-TX-EFF-DATE(WS-TX-SEARCH-IDX)                    00122001
012140                                   TO WS-TX-BEST-DATE             00122001
012150     END-IF.                                                      00122001
012160     ADD 1 TO WS-TX-SEARCH-IDX.                                   00122001
012170 425-SCAN-TAX-TABLE-EXIT.                                         00122001
012180     EXIT.                                                        00122001
012190                                                                  00122001
012200*    PRORATE THE STANDARD TIER LIMITS AND THE SERVICE FEE BY THE  00122001
012210*    CORRECTED BILLING DAYS.                                      00123001
012220 430-PRORATE-PERIOD.                                              00123001
012230     IF WS-BILLING-DAYS = 0                                       00123001
012240         MOVE WS-CUR-STD-DAYS TO WS-BILLING-DAYS                  00123001
012250     END-IF.                                                      00123001
012260     COMPUTE WS-TIER1-LIMIT ROUNDED =                             00123001
012270         WS-TIER1-LIMIT-STD * WS-BILLING-DAYS / WS-CUR-STD-DAYS.  00123001
012280     COMPUTE WS-TIER2-LIMIT ROUNDED =                             00123001
012290         WS-TIER2-LIMIT-STD * WS-BILLING-DAYS / WS-CUR-STD-DAYS.  00123001
012300     COMPUTE WS-PRORATED-SERVICE-FEE ROUNDED =                    00123001
012310         WS-SERVICE-FEE * WS-BILLING-DAYS / WS-CUR-STD-DAYS.      00124001
012320                                                                  00124001
012330 435-CALC-TIERS.                                                  00124001
012340     IF WS-KWH-USED <= WS-TIER1-LIMIT                             00124001
012350         MOVE WS-KWH-USED TO WS-TIER1-KWH                         00124001
012360         MOVE 0 TO WS-TIER2-KWH WS-TIER3-KWH                      00124001
012370     ELSE                                                         00124001
012380         MOVE WS-TIER1-LIMIT TO WS-TIER1-KWH                      00124001
012390         IF WS-KWH-USED <= (WS-TIER1-LIMIT + WS-TIER2-LIMIT)      00124001
012400             COMPUTE WS-TIER2-KWH =                               00124001
012410                 WS-KWH-USED - WS-TIER1-LIMIT                     00125001
012420             MOVE 0 TO WS-TIER3-KWH                               00125001
012430         ELSE                                                     00125001
012440             MOVE WS-TIER2-LIMIT TO WS-TIER2-KWH                  00125001
012450             COMPUTE WS-TIER3-KWH =                               00125001
012460                 WS-KWH-USED - WS-TIER1-LIMIT - WS-TIER2-LIMIT    00125001
012470         END-IF                                                   00125001
012480     END-IF.                                                      00125001
012490                                                                  00125001
012500 436-SPLIT-TOU-USAGE.                                             00125001
012510     MOVE 0 TO WS-TIER1-KWH WS-TIER2-KWH WS-TIER3-KWH.            00126001
012520     IF WS-PEAK-KWH > WS-KWH-USED                                 00126001
012530         MOVE WS-KWH-USED TO WS-PEAK-KWH                          00126001
012540     END-IF.                                                      00126001
012550     COMPUTE WS-OFFPEAK-KWH = WS-KWH-USED - WS-PEAK-KWH.          00126001
012560                                                                  00126001
012570 440-CALC-CHARGES.                                                00126001
012580     COMPUTE WS-TIER1-CHARGE ROUNDED =                            00126001
012590         WS-TIER1-KWH * WS-RATE-TIER1.                            00126001
012600     COMPUTE WS-TIER2-CHARGE ROUNDED =                            00126001
012610         WS-TIER2-KWH * WS-RATE-TIER2.                            00127001
012620     COMPUTE WS-TIER3-CHARGE ROUNDED =                            00127001
012630         WS-TIER3-KWH * WS-RATE-TIER3.                            00127001
012640                                                                  00127001
012650     IF WS-RATE-PLAN-CODE = 'C' OR WS-RATE-PLAN-CODE = 'I'        00127001
012660         MOVE WS-DEMAND-RATE-CUR TO WS-DEMAND-CHARGE              00127001
012670     ELSE                                                         00127001
012680         MOVE 0 TO WS-DEMAND-CHARGE                               00127001
012690     END-IF.                                                      00127001
012700                                                                  00127001
012710     IF WS-RATE-PLAN-CODE = 'T'                                   00128001
012720         COMPUTE WS-PEAK-CHARGE ROUNDED =                         00128001
012730             WS-PEAK-KWH * WS-PEAK-RATE-CUR                       00128001
012740         COMPUTE WS-OFFPEAK-CHARGE ROUNDED =                      00128001
012750             WS-OFFPEAK-KWH * WS-OFFPEAK-RATE-CUR                 00128001
012760     ELSE                                                         00128001
012770         MOVE 0 TO WS-PEAK-CHARGE                                 00128001
012780         MOVE 0 TO WS-OFFPEAK-CHARGE                              00128001
012790     END-IF.                                                      00128001
012800                                                                  00128001
012810     COMPUTE WS-SUBTOTAL =                                        00129001
012820         WS-TIER1-CHARGE + WS-TIER2-CHARGE + WS-TIER3-CHARGE      00129001
012830         + WS-PEAK-CHARGE + WS-OFFPEAK-CHARGE                     00129001
012840         + WS-DEMAND-CHARGE.                                      00129001
012850     COMPUTE WS-TAX-BASE =                                        00129001
012860         WS-SUBTOTAL + WS-PRORATED-SERVICE-FEE.                   00129001
012870     COMPUTE WS-STATE-TAX ROUNDED =                               00129001
012880         WS-TAX-BASE * WS-STATE-PCT-CUR.                          00129001
012890     COMPUTE WS-FRANCHISE-FEE ROUNDED =                           00129001
012900         WS-TAX-BASE * WS-FRANCHISE-PCT-CUR.                      00129001
012910     COMPUTE WS-TOTAL-BILL =                                      00130001
012920         WS-TAX-BASE + WS-STATE-TAX + WS-FRANCHISE-FEE.           00130001
012930                                                                  00130001
012940***************************************************************** 00130001
012950* THE REVERSAL RECORD IS THE ORIGINAL BILL, AMOUNT FOR AMOUNT,    00130001
012960* MARKED X WITH TODAY AS ITS REFERENCE DATE.  THE BALANCING RUN   00130001
012970* SUBTRACTS IT, AND THE HISTORY MERGE USES IT TO MARK THE         00130001
012980* ORIGINAL CANCELLED.                                             00130001
012990***************************************************************** 00130001
013000 450-WRITE-REVERSAL.                                              00130001
013010     MOVE WS-ORIG-RECORD TO AU-RECORD.                            00131001
013020     MOVE WS-RUN-TIME    TO AU-RUN-TIME.                          00131001
013030     MOVE 'X'            TO AU-BILL-TYPE.                         00131001
013040     MOVE WS-RUN-DATE    TO AU-REF-DATE.                          00131001
013050     WRITE AU-RECORD.                                             00131001
013060     ADD 1 TO WS-AUDIT-WRITTEN.                                   00131001
013070                                                                  00131001
013080***************************************************************** 00131001
013090* THE REBILL RECORD IS THE CORRECTED BILL.  IT CARRIES THE        00131001
013100* ORIGINAL RUN DATE SO IT TAKES THE CANCELLED BILL'S PLACE IN     00131001
013110* THE USAGE HISTORY, AND TODAY AS ITS REFERENCE DATE.             00132001
013120***************************************************************** 00132001
013130 460-WRITE-REBILL.                                                00132001
013140     INITIALIZE AU-RECORD.                                        00132001
013150     MOVE WS-OR-ACCOUNT-NO   TO AU-ACCOUNT-NO.                    00132001
013160     MOVE WS-OR-RUN-DATE     TO AU-RUN-DATE.                      00132001
013170     MOVE WS-RUN-TIME        TO AU-RUN-TIME.                      00132001
013180     MOVE WS-KWH-USED        TO AU-KWH-USED.                      00132001
013190     MOVE WS-TIER1-KWH       TO AU-TIER1-KWH.                     00132001
013200     MOVE WS-TIER2-KWH       TO AU-TIER2-KWH.                     00132001
013210     MOVE WS-TIER3-KWH       TO AU-TIER3-KWH.                     00133001
013220     MOVE WS-TIER1-CHARGE    TO AU-TIER1-CHARGE.                  00133001
013230     MOVE WS-TIER2-CHARGE    TO AU-TIER2-CHARGE.                  00133001
013240     MOVE WS-TIER3-CHARGE    TO AU-TIER3-CHARGE.                  00133001
013250     MOVE WS-DEMAND-CHARGE   TO AU-DEMAND-CHARGE.                 00133001
013260     MOVE WS-PRORATED-SERVICE-FEE TO AU-SERVICE-FEE.              00133001
013270     MOVE WS-OR-LATE-CHARGE  TO AU-LATE-CHARGE.                   00133001
013280     MOVE WS-STATE-TAX       TO AU-STATE-TAX.                     00133001
013290     MOVE WS-FRANCHISE-FEE   TO AU-FRANCHISE-FEE.                 00133001
013300     MOVE WS-TOTAL-BILL      TO AU-TOTAL-BILL.                    00133001
013310     MOVE WS-RATE-PLAN-CODE  TO AU-RATE-PLAN-CODE.                00134001
013320     MOVE WS-TAX-JURIS       TO AU-TAX-JURIS.                     00134001
013330     MOVE SPACE              TO AU-EST-FLAG.                      00134001
013340     MOVE WS-PEAK-KWH        TO AU-PEAK-KWH.                      00134001
013350     MOVE WS-PEAK-CHARGE     TO AU-PEAK-CHARGE.                   00134001
013360     MOVE WS-OFFPEAK-CHARGE  TO AU-OFFPEAK-CHARGE.                00134001
013361     MOVE WS-OR-KWH-DELIVERED TO AU-KWH-DELIVERED.                00134001
013362     MOVE WS-OR-KWH-RECEIVED TO AU-KWH-RECEIVED.                  00134001
013363     MOVE WS-OR-KWH-BANKED   TO AU-KWH-BANKED.                    00134001
013370     MOVE 'R'                TO AU-BILL-TYPE.                     00134001
013380     MOVE WS-RUN-DATE        TO AU-REF-DATE.                      00134001
013390     WRITE AU-RECORD.                                             00134001
013400     ADD 1 TO WS-AUDIT-WRITTEN.                                   00134001
013410                                                                  00135001
013420***************************************************************** 00135001
013430* POST THE NET DIFFERENCE TO THE HELD A/R RECORD.  A BUDGET-      00135001
013440* PLAN ACCOUNT TAKES IT IN THE BUDGET VARIANCE, WHERE EVERY       00135001
013450* ACTUAL-VS-BILLED DIFFERENCE WAITS FOR THE TRUE-UP; ANY OTHER    00135001
013460* ACCOUNT TAKES IT ON THE BALANCE, A CREDIT IF THE CORRECTED      00135001
013470* BILL CAME IN LOWER.                                             00135001
013480***************************************************************** 00135001
013490 470-POST-DIFFERENCE.                                             00135001
013500     COMPUTE WS-NET-CHANGE =                                      00135001
013510         WS-TOTAL-BILL - WS-OR-TOTAL-BILL.                        00136001
013520     IF CM-BUDGET-PLAN = 'B'                                      00136001
013530*        PRE-BUDGET A/R RECORDS CARRY BLANKS IN THE VARIANCE.     00136001
013540         IF AR-BUDGET-VARIANCE-X NOT NUMERIC                      00136001
013550             MOVE 0 TO AR-BUDGET-VARIANCE                         00136001
013560         END-IF                                                   00136001
013570         ADD WS-NET-CHANGE TO AR-BUDGET-VARIANCE                  00136001
013580         MOVE 'BUDGET VARIANCE' TO WS-POSTED-TO                   00136001
013590     ELSE                                                         00136001
013600         ADD WS-NET-CHANGE TO AR-PRIOR-BALANCE                    00136001
013610         MOVE 'BALANCE' TO WS-POSTED-TO                           00137001
013620     END-IF.                                                      00137001
013621     IF CM-BUDGET-PLAN NOT = 'B' AND WS-NET-CHANGE NOT = 0        00137001
013622         MOVE SPACES TO LG-RECORD                                 00137001
013623         MOVE AR-ACCOUNT-NO TO LG-ACCOUNT-NO                      00137001
013624         MOVE 'RB' TO LG-TRAN-TYPE                                00137001
013625         MOVE WS-OR-RUN-DATE TO LG-TRAN-DATE                      00137001
013626         MOVE WS-NET-CHANGE TO LG-AMOUNT                          00137001
013627         MOVE 'CANCEL/REBILL' TO LG-REFERENCE                     00137001
013628         PERFORM 505-WRITE-LEDGER                                 00137001
013629     END-IF.                                                      00137001
013630                                                                  00137001
013640***************************************************************** 00137001
013650* ACCUMULATE THE CANCELLED AND REBILLED AMOUNTS BEHIND THE G/L    00137001
013660* ROWS AND THE CONTROL TOTALS.                                    00137001
013670***************************************************************** 00137001
013680 480-ACCUM-TOTALS.                                                00137001
013690     ADD WS-OR-TOTAL-BILL      TO WS-TOTAL-CANCELLED.             00137001
013700     ADD WS-TOTAL-BILL         TO WS-TOTAL-REBILLED.              00137001
013710     ADD WS-NET-CHANGE         TO WS-TOTAL-NET.                   00138001
013720                                                                  00138001
013730     ADD WS-OR-TIER1-CHARGE    TO WS-CAN-TIER1-CHG.               00138001
013740     ADD WS-OR-TIER2-CHARGE    TO WS-CAN-TIER2-CHG.               00138001
013750     ADD WS-OR-TIER3-CHARGE    TO WS-CAN-TIER3-CHG.               00138001
013760     ADD WS-OR-DEMAND-CHARGE   TO WS-CAN-DEMAND-CHG.              00138001
013770     ADD WS-OR-SERVICE-FEE     TO WS-CAN-SERVICE-FEE.             00138001
013780     ADD WS-OR-LATE-CHARGE     TO WS-CAN-LATE-CHG.                00138001
013790     ADD WS-OR-PEAK-CHARGE     TO WS-CAN-PEAK-CHG.                00138001
013800     ADD WS-OR-OFFPEAK-CHARGE  TO WS-CAN-OFFPEAK-CHG.             00138001
013810                                                                  00139001
013820     ADD WS-TIER1-CHARGE       TO WS-REB-TIER1-CHG.               00139001
013830     ADD WS-TIER2-CHARGE       TO WS-REB-TIER2-CHG.               00139001
013840     ADD WS-TIER3-CHARGE       TO WS-REB-TIER3-CHG.               00139001
013850     ADD WS-DEMAND-CHARGE      TO WS-REB-DEMAND-CHG.              00139001
013860     ADD WS-PRORATED-SERVICE-FEE TO WS-REB-SERVICE-FEE.           00139001
013870     ADD WS-OR-LATE-CHARGE     TO WS-REB-LATE-CHG.                00139001
013880     ADD WS-PEAK-CHARGE        TO WS-REB-PEAK-CHG.                00139001
013890     ADD WS-OFFPEAK-CHARGE     TO WS-REB-OFFPEAK-CHG.             00139001
013900                                                                  00139001
013910     PERFORM 485-ACCUM-JURIS-TAX THRU 485-ACCUM-JURIS-TAX-EXIT.   00140001
013920                                                                  00140001
013930 485-ACCUM-JURIS-TAX.                                             00140001
013940     MOVE 'N' TO WS-JT-FOUND-SW.                                  00140001
013950     MOVE 1 TO WS-JT-IDX.                                         00140001
013960     PERFORM 486-SCAN-JURIS THRU 486-SCAN-JURIS-EXIT              00140001
013970         UNTIL WS-JT-FOUND OR WS-JT-IDX > WS-JURIS-COUNT.         00140001
013980     IF NOT WS-JT-FOUND                                           00140001
013990         IF WS-JURIS-COUNT >= 10                                  00140001
014000             DISPLAY 'MORE THAN 10 TAX JURISDICTIONS - TABLE FULL'00140001
014010             MOVE 16 TO RETURN-CODE                               00141001
014020             STOP RUN                                             00141001
014030         END-IF                                                   00141001
014040         ADD 1 TO WS-JURIS-COUNT                                  00141001
014050         MOVE WS-JURIS-COUNT TO WS-JT-IDX                         00141001
014060         MOVE WS-TAX-JURIS TO WS-JT-CODE(WS-JT-IDX)               00141001
014070         MOVE 0 TO WS-JT-CAN-STATE(WS-JT-IDX)                     00141001
014080         MOVE 0 TO WS-JT-CAN-FRANCHISE(WS-JT-IDX)                 00141001
014090         MOVE 0 TO WS-JT-REB-STATE(WS-JT-IDX)                     00141001
014100         MOVE 0 TO WS-JT-REB-FRANCHISE(WS-JT-IDX)                 00141001
014110     END-IF.                                                      00142001
014120     ADD WS-OR-STATE-TAX     TO WS-JT-CAN-STATE(WS-JT-IDX).       00142001
014130     ADD WS-OR-FRANCHISE-FEE TO WS-JT-CAN-FRANCHISE(WS-JT-IDX).   00142001
014140     ADD WS-STATE-TAX        TO WS-JT-REB-STATE(WS-JT-IDX).       00142001
014150     ADD WS-FRANCHISE-FEE    TO WS-JT-REB-FRANCHISE(WS-JT-IDX).   00142001
014160 485-ACCUM-JURIS-TAX-EXIT.                                        00142001
014170     EXIT.                                                        00142001
014180                                                                  00142001
014190 486-SCAN-JURIS.                                                  00142001
014200     IF WS-JT-CODE(WS-JT-IDX) = WS-TAX-JURIS                      00142001
014210         SET WS-JT-FOUND TO TRUE                                  00143001
014220     ELSE                                                         00143001
014230         ADD 1 TO WS-JT-IDX                                       00143001
014240     END-IF.                                                      00143001
014250 486-SCAN-JURIS-EXIT.                                             00143001
014260     EXIT.                                                        00143001
014270                                                                  00143001
014280***************************************************************** 00143001
014290* WRITE THE CURRENT A/R RECORD TO ARNEW.                          00143001
014300***************************************************************** 00143001
014310 500-WRITE-AR.                                                    00144001
014320     WRITE AN-RECORD FROM AR-RECORD.                              00144001
014330     ADD 1 TO WS-AR-WRITTEN.                                      00144001
014331                                                                  00144001
014332***************************************************************** 00144001
014333* APPEND ONE ROW TO THE DAY'S LEDGER TRANSACTIONS.  THE CALLER    00144001
014334* FILLS IN THE ACCOUNT, TYPE, DATE, SIGNED AMOUNT (A CREDIT TO    00144001
014335* THE BALANCE IS NEGATIVE) AND REFERENCE.                         00144001
014336***************************************************************** 00144001
014337 505-WRITE-LEDGER.                                                00144001
014338     MOVE WS-RUN-DATE TO LG-POST-DATE.                            00144001
014339     MOVE WS-RUN-TIME TO LG-POST-TIME.                            00144001
014340     MOVE 'UTIL2080' TO LG-SOURCE.                                00144001
014341     WRITE LG-RECORD.                                             00144001
014342     IF WS-ARTRANS-STATUS NOT = '00'                              00144001
014343         DISPLAY 'UNABLE TO WRITE ARTRANS, STATUS='               00144001
014344             WS-ARTRANS-STATUS                                    00144001
014345         MOVE 16 TO RETURN-CODE                                   00144001
014346         STOP RUN                                                 00144001
014347     END-IF.                                                      00144001
014348     ADD 1 TO WS-LEDGER-WRITTEN.                                  00144001
014340                                                                  00144001
014350***************************************************************** 00144001
014360* REGISTER LINES FOR ONE CORRECTION - THE CANCELLED BILL, THE     00144001
014370* CORRECTED BILL UNDER IT, AND WHERE THE DIFFERENCE WENT.         00144001
014380***************************************************************** 00144001
014390 600-PRINT-CORRECTION.                                            00144001
014400     EVALUATE TRUE                                                00144001
014410         WHEN RB-REASON-MISREAD                                   00145001
014420             MOVE 'METER MISREAD'      TO WS-REASON-DESC          00145001
014430         WHEN RB-REASON-ESTIMATE                                  00145001
014440             MOVE 'ESTIMATE REPLACED'  TO WS-REASON-DESC          00145001
014450         WHEN RB-REASON-RATE-PLAN                                 00145001
014460             MOVE 'WRONG RATE PLAN'    TO WS-REASON-DESC          00145001
014470         WHEN RB-REASON-DAYS                                      00145001
014480             MOVE 'BILLING DAYS'       TO WS-REASON-DESC          00145001
014490         WHEN OTHER                                               00145001
014500             MOVE 'OTHER'              TO WS-REASON-DESC          00145001
014510     END-EVALUATE.                                                00146001
014520     MOVE SPACES TO WS-PRINT-LINE.                                00146001
014530     STRING 'REBILL   ACCT ' RB-ACCOUNT-NO                        00146001
014540         ' ' CM-CUST-NAME                                         00146001
014550         ' BILL OF ' RB-ORIG-RUN-DATE                             00146001
014560         ' REASON ' RB-REASON-CODE ' ' WS-REASON-DESC             00146001
014570         ' USER ' RB-USER-ID                                      00146001
014580         DELIMITED BY SIZE INTO WS-PRINT-LINE.                    00146001
014590     WRITE RR-LINE FROM WS-PRINT-LINE.                            00146001
014600                                                                  00146001
014610     COMPUTE WS-ENERGY-AMT =                                      00147001
014620         WS-OR-TIER1-CHARGE + WS-OR-TIER2-CHARGE                  00147001
014630         + WS-OR-TIER3-CHARGE + WS-OR-PEAK-CHARGE                 00147001
014640         + WS-OR-OFFPEAK-CHARGE.                                  00147001
014650     COMPUTE WS-FEES-AMT =                                        00147001
014660         WS-OR-DEMAND-CHARGE + WS-OR-SERVICE-FEE.                 00147001
014670     COMPUTE WS-TAXES-AMT =                                       00147001
014680         WS-OR-STATE-TAX + WS-OR-FRANCHISE-FEE.                   00147001
014690     MOVE WS-OR-KWH-USED   TO WS-KWH-ED.                          00147001
014700     MOVE WS-ENERGY-AMT    TO WS-ENERGY-ED.                       00147001
014710     MOVE WS-FEES-AMT      TO WS-FEES-ED.                         00148001
014720     MOVE WS-TAXES-AMT     TO WS-TAXES-ED.                        00148001
014730     MOVE WS-OR-TOTAL-BILL TO WS-MONEY-ED.                        00148001
014740     MOVE SPACES TO WS-PRINT-LINE.                                00148001
014750     STRING '         CANCELLED PLAN ' WS-OR-RATE-PLAN-CODE       00148001
014760         ' KWH ' WS-KWH-ED                                        00148001
014770         ' DAYS --'                                               00148001
014780         ' ENERGY ' WS-ENERGY-ED                                  00148001
014790         ' DEMAND/FEE ' WS-FEES-ED                                00148001
014800         ' TAXES ' WS-TAXES-ED                                    00148001
014810         ' TOTAL ' WS-MONEY-ED                                    00149001
014820         DELIMITED BY SIZE INTO WS-PRINT-LINE.                    00149001
014830     WRITE RR-LINE FROM WS-PRINT-LINE.                            00149001
014840                                                                  00149001
014850     COMPUTE WS-ENERGY-AMT =                                      00149001
014860         WS-TIER1-CHARGE + WS-TIER2-CHARGE                        00149001
014870         + WS-TIER3-CHARGE + WS-PEAK-CHARGE                       00149001
014880         + WS-OFFPEAK-CHARGE.                                     00149001
014890     COMPUTE WS-FEES-AMT =                                        00149001
014900         WS-DEMAND-CHARGE + WS-PRORATED-SERVICE-FEE.              00149001
014910     COMPUTE WS-TAXES-AMT =                                       00150001
014920         WS-STATE-TAX + WS-FRANCHISE-FEE.                         00150001
014930     MOVE WS-KWH-USED      TO WS-KWH-ED.                          00150001
014940     MOVE WS-BILLING-DAYS  TO WS-DAYS-ED.                         00150001
014950     MOVE WS-ENERGY-AMT    TO WS-ENERGY-ED.                       00150001
014960     MOVE WS-FEES-AMT      TO WS-FEES-ED.                         00150001
014970     MOVE WS-TAXES-AMT     TO WS-TAXES-ED.                        00150001
014980     MOVE WS-TOTAL-BILL    TO WS-MONEY-ED.                        00150001
014990     MOVE SPACES TO WS-PRINT-LINE.                                00150001
015000     STRING '         CORRECTED PLAN ' WS-RATE-PLAN-CODE          00150001
015010         ' KWH ' WS-KWH-ED                                        00151001
015020         ' DAYS ' WS-DAYS-ED                                      00151001
015030         ' ENERGY ' WS-ENERGY-ED                                  00151001
015040         ' DEMAND/FEE ' WS-FEES-ED                                00151001
015050         ' TAXES ' WS-TAXES-ED                                    00151001
015060         ' TOTAL ' WS-MONEY-ED                                    00151001
015070         DELIMITED BY SIZE INTO WS-PRINT-LINE.                    00151001
015080     WRITE RR-LINE FROM WS-PRINT-LINE.                            00151001
015090                                                                  00151001
015100     MOVE WS-NET-CHANGE TO WS-MONEY-SIGNED-ED.                    00151001
015110     MOVE SPACES TO WS-PRINT-LINE.                                00152001
015120     STRING '         NET CHANGE ' WS-MONEY-SIGNED-ED             00152001
015130         ' POSTED TO ' WS-POSTED-TO                               00152001
015140         DELIMITED BY SIZE INTO WS-PRINT-LINE.                    00152001
015150     WRITE RR-LINE FROM WS-PRINT-LINE.                            00152001
015160                                                                  00152001
015170***************************************************************** 00152001
015180* LIST A REJECTED CORRECTION ON THE REGISTER - CUSTOMER SERVICE   00152001
015190* STILL OWES THE CUSTOMER AN ANSWER.                              00152001
015200***************************************************************** 00152001
015210 700-WRITE-REJECT.                                                00153001
015220     ADD 1 TO WS-REBILLS-REJECTED.                                00153001
015230     MOVE SPACES TO WS-PRINT-LINE.                                00153001
015240     STRING 'REJECTED ACCT ' RB-ACCOUNT-NO                        00153001
015250         ' BILL OF ' RB-ORIG-RUN-DATE                             00153001
015260         ' USER ' RB-USER-ID                                      00153001
015270         ' REASON: ' WS-EDIT-REASON                               00153001
015280         DELIMITED BY SIZE INTO WS-PRINT-LINE.                    00153001
015290     WRITE RR-LINE FROM WS-PRINT-LINE.                            00153001
015300     DISPLAY '*** REJECT - ' WS-PRINT-LINE(1:79).                 00153001
015310                                                                  00154001
015320***************************************************************** 00154001
015330* DRAIN THE A/R MASTER, WRITE THE OFFSETTING G/L ROWS, REGISTER   00154001
015340* TRAILER, CONTROL TOTALS, CLOSE UP.                              00154001
015350***************************************************************** 00154001
015360 800-END-OF-RUN.                                                  00154001
015370     PERFORM 250-PASS-AR                                          00154001
015380         UNTIL WS-AR-EOF.                                         00154001
015390                                                                  00154001
015400     PERFORM 840-WRITE-GL-EXTRACT.                                00154001
015410                                                                  00155001
015420     MOVE WS-TOTAL-NET TO WS-MONEY-SIGNED-ED.                     00155001
015430     MOVE SPACES TO WS-PRINT-LINE.                                00155001
015440     STRING 'TOTAL NET CHANGE ' WS-MONEY-SIGNED-ED                00155001
015450         ' ON ' WS-REBILLS-POSTED ' REBILLS, '                    00155001
015460         WS-REBILLS-REJECTED ' REJECTED'                          00155001
015470         DELIMITED BY SIZE INTO WS-PRINT-LINE.                    00155001
015480     WRITE RR-LINE FROM WS-PRINT-LINE.                            00155001
015490                                                                  00155001
015500     DISPLAY '================================'.                  00155001
015510     DISPLAY '*** UTIL2080 CONTROL TOTALS  ***'.                  00156001
015520     DISPLAY '================================'.                  00156001
015530     DISPLAY 'REBILLS READ      : ' WS-REBILLS-READ.              00156001
015540     DISPLAY 'REBILLS POSTED    : ' WS-REBILLS-POSTED.            00156001
015550     DISPLAY 'REBILLS REJECTED  : ' WS-REBILLS-REJECTED.          00156001
015560     DISPLAY 'AUDIT RECS SCANNED: ' WS-AUDIT-SCANNED.             00156001
015570     DISPLAY 'AUDIT RECS WRITTEN: ' WS-AUDIT-WRITTEN.             00156001
015580     DISPLAY 'G/L ROWS WRITTEN  : ' WS-GL-WRITTEN.                00156001
015590     MOVE WS-TOTAL-CANCELLED TO WS-MONEY-ED2.                     00156001
015600     DISPLAY 'BILLS CANCELLED   : ' WS-MONEY-ED2.                 00156001
015610     MOVE WS-TOTAL-REBILLED TO WS-MONEY-ED2.                      00157001
015620     DISPLAY 'BILLS REBILLED    : ' WS-MONEY-ED2.                 00157001
015630     MOVE WS-TOTAL-NET TO WS-MONEY-SIGNED-ED.                     00157001
015640     DISPLAY 'NET CHANGE TO A/R : ' WS-MONEY-SIGNED-ED.           00157001
015650     DISPLAY 'A/R READ          : ' WS-AR-READ.                   00157001
015660     DISPLAY 'A/R WRITTEN       : ' WS-AR-WRITTEN.                00157001
015661     DISPLAY 'LEDGER ROWS       : ' WS-LEDGER-WRITTEN.            00157001
015670     DISPLAY '================================'.                  00157001
015680                                                                  00157001
015690     CLOSE CUSTMAST.                                              00157001
015700     CLOSE ARMAST.                                                00157001
015710     CLOSE ARNEW.                                                 00158001
015720     CLOSE AUDITF.                                                00158001
015730     CLOSE GLEXTR.                                                00158001
015740     CLOSE REBLRPT.                                               00158001
015741     CLOSE ARTRANS.                                               00158001
015750                                                                  00158001
015760     PERFORM 860-WRITE-RUN-CONTROL.                               00158001
015770                                                                  00158001
015780***************************************************************** 00158001
015790* OFFSETTING G/L ROWS.  EVERY CANCELLED AMOUNT GOES BACK OUT AS   00158001
015800* A DEBIT TO THE ACCOUNT IT WAS CREDITED TO, AND THE CORRECTED    00158001
015810* AMOUNTS GO IN AS CREDITS, SO THE DAY'S EXTRACT STILL FOOTS      00159001
015820* TO THE AUDIT LOG.  ZERO ROWS ARE NOT WRITTEN.                   00159001
015830***************************************************************** 00159001
015840 840-WRITE-GL-EXTRACT.                                            00159001
015850     MOVE WS-GL-TIER1-ACCT      TO WS-GL-WANT-ACCT.               00159001
015860     MOVE 'CANCEL TIER 1 ENERGY' TO WS-GL-WANT-DESC.              00159001
015870     MOVE WS-CAN-TIER1-CHG      TO WS-GL-WANT-AMT.                00159001
015880     MOVE 'D'                   TO WS-GL-WANT-DR-CR.              00159001
015890     PERFORM 850-WRITE-GL-ROW.                                    00159001
015900     MOVE 'REBILL TIER 1 ENERGY' TO WS-GL-WANT-DESC.              00159001
015910     MOVE WS-REB-TIER1-CHG      TO WS-GL-WANT-AMT.                00160001
015920     MOVE SPACE                 TO WS-GL-WANT-DR-CR.              00160001
015930     PERFORM 850-WRITE-GL-ROW.                                    00160001
015940                                                                  00160001
015950     MOVE WS-GL-TIER2-ACCT      TO WS-GL-WANT-ACCT.               00160001
015960     MOVE 'CANCEL TIER 2 ENERGY' TO WS-GL-WANT-DESC.              00160001
015970     MOVE WS-CAN-TIER2-CHG      TO WS-GL-WANT-AMT.                00160001
015980     MOVE 'D'                   TO WS-GL-WANT-DR-CR.              00160001
015990     PERFORM 850-WRITE-GL-ROW.                                    00160001
016000     MOVE 'REBILL TIER 2 ENERGY' TO WS-GL-WANT-DESC.              00160001
016010     MOVE WS-REB-TIER2-CHG      TO WS-GL-WANT-AMT.                00161001
016020     MOVE SPACE                 TO WS-GL-WANT-DR-CR.              00161001
016030     PERFORM 850-WRITE-GL-ROW.                                    00161001
016040                                                                  00161001
016050     MOVE WS-GL-TIER3-ACCT      TO WS-GL-WANT-ACCT.               00161001
016060     MOVE 'CANCEL TIER 3 ENERGY' TO WS-GL-WANT-DESC.              00161001
016070     MOVE WS-CAN-TIER3-CHG      TO WS-GL-WANT-AMT.                00161001
016080     MOVE 'D'                   TO WS-GL-WANT-DR-CR.              00161001
016090     PERFORM 850-WRITE-GL-ROW.                                    00161001
016100     MOVE 'REBILL TIER 3 ENERGY' TO WS-GL-WANT-DESC.              00161001
016110     MOVE WS-REB-TIER3-CHG      TO WS-GL-WANT-AMT.                00162001
016120     MOVE SPACE                 TO WS-GL-WANT-DR-CR.              00162001
016130     PERFORM 850-WRITE-GL-ROW.                                    00162001
016140                                                                  00162001
016150     MOVE WS-GL-DEMAND-ACCT     TO WS-GL-WANT-ACCT.               00162001
016160     MOVE 'CANCEL DEMAND CHARGE' TO WS-GL-WANT-DESC.              00162001
016170     MOVE WS-CAN-DEMAND-CHG     TO WS-GL-WANT-AMT.                00162001
016180     MOVE 'D'                   TO WS-GL-WANT-DR-CR.              00162001
016190     PERFORM 850-WRITE-GL-ROW.                                    00162001
016200     MOVE 'REBILL DEMAND CHARGE' TO WS-GL-WANT-DESC.              00162001
016210     MOVE WS-REB-DEMAND-CHG     TO WS-GL-WANT-AMT.                00163001
016220     MOVE SPACE                 TO WS-GL-WANT-DR-CR.              00163001
016230     PERFORM 850-WRITE-GL-ROW.                                    00163001
016240                                                                  00163001
016250     MOVE WS-GL-FEE-ACCT        TO WS-GL-WANT-ACCT.               00163001
016260     MOVE 'CANCEL SERVICE FEE'  TO WS-GL-WANT-DESC.               00163001
016270     MOVE WS-CAN-SERVICE-FEE    TO WS-GL-WANT-AMT.                00163001
016280     MOVE 'D'                   TO WS-GL-WANT-DR-CR.              00163001
016290     PERFORM 850-WRITE-GL-ROW.                                    00163001
016300     MOVE 'REBILL SERVICE FEE'  TO WS-GL-WANT-DESC.               00163001
016310     MOVE WS-REB-SERVICE-FEE    TO WS-GL-WANT-AMT.                00164001
016320     MOVE SPACE                 TO WS-GL-WANT-DR-CR.              00164001
016330     PERFORM 850-WRITE-GL-ROW.                                    00164001
016340                                                                  00164001
016350     MOVE WS-GL-LATE-ACCT       TO WS-GL-WANT-ACCT.               00164001
016360     MOVE 'CANCEL LATE CHARGE'  TO WS-GL-WANT-DESC.               00164001
016370     MOVE WS-CAN-LATE-CHG       TO WS-GL-WANT-AMT.                00164001
016380     MOVE 'D'                   TO WS-GL-WANT-DR-CR.              00164001
016390     PERFORM 850-WRITE-GL-ROW.                                    00164001
016400     MOVE 'REBILL LATE CHARGE'  TO WS-GL-WANT-DESC.               00164001
016410     MOVE WS-REB-LATE-CHG       TO WS-GL-WANT-AMT.                00165001
016420     MOVE SPACE                 TO WS-GL-WANT-DR-CR.              00165001
016430     PERFORM 850-WRITE-GL-ROW.                                    00165001
016440                                                                  00165001
016450     MOVE WS-GL-PEAK-ACCT       TO WS-GL-WANT-ACCT.               00165001
016460     MOVE 'CANCEL TOU PEAK'     TO WS-GL-WANT-DESC.               00165001
016470     MOVE WS-CAN-PEAK-CHG       TO WS-GL-WANT-AMT.                00165001
016480     MOVE 'D'                   TO WS-GL-WANT-DR-CR.              00165001
016490     PERFORM 850-WRITE-GL-ROW.                                    00165001
016500     MOVE 'REBILL TOU PEAK'     TO WS-GL-WANT-DESC.               00165001
016510     MOVE WS-REB-PEAK-CHG       TO WS-GL-WANT-AMT.                00166001
016520     MOVE SPACE                 TO WS-GL-WANT-DR-CR.              00166001
016530     PERFORM 850-WRITE-GL-ROW.                                    00166001
016540                                                                  00166001
016550     MOVE WS-GL-OFFPEAK-ACCT    TO WS-GL-WANT-ACCT.               00166001
016560     MOVE 'CANCEL TOU OFF-PEAK' TO WS-GL-WANT-DESC.               00166001
016570     MOVE WS-CAN-OFFPEAK-CHG    TO WS-GL-WANT-AMT.                00166001
016580     MOVE 'D'                   TO WS-GL-WANT-DR-CR.              00166001
016590     PERFORM 850-WRITE-GL-ROW.                                    00166001
016600     MOVE 'REBILL TOU OFF-PEAK' TO WS-GL-WANT-DESC.               00166001
016610     MOVE WS-REB-OFFPEAK-CHG    TO WS-GL-WANT-AMT.                00167001
016620     MOVE SPACE                 TO WS-GL-WANT-DR-CR.              00167001
016630     PERFORM 850-WRITE-GL-ROW.                                    00167001
016640                                                                  00167001
016650*    TAX LIABILITY ROWS BY JURISDICTION, DESCRIBED THE WAY THE    00167001
016660*    BILL RUN DESCRIBES THEM SO THE BALANCING RUN FINDS THE       00167001
016670*    JURISDICTION IN THE SAME COLUMNS.                            00167001
016680     MOVE 1 TO WS-JT-IDX.                                         00167001
016690     PERFORM 845-WRITE-TAX-GL THRU 845-WRITE-TAX-GL-EXIT          00167001
016700         UNTIL WS-JT-IDX > WS-JURIS-COUNT.                        00167001
016710                                                                  00168001
016720 845-WRITE-TAX-GL.                                                00168001
016730     MOVE WS-GL-STATE-TAX-ACCT TO WS-GL-WANT-ACCT.                00168001
016740     MOVE SPACES               TO WS-GL-WANT-DESC.                00168001
016750     STRING 'STATE UTIL TAX ' WS-JT-CODE(WS-JT-IDX)               00168001
016760         DELIMITED BY SIZE INTO WS-GL-WANT-DESC.                  00168001
016770     MOVE WS-JT-CAN-STATE(WS-JT-IDX) TO WS-GL-WANT-AMT.           00168001
016780     MOVE 'D'                  TO WS-GL-WANT-DR-CR.               00168001
016790     PERFORM 850-WRITE-GL-ROW.                                    00168001
016800     MOVE WS-JT-REB-STATE(WS-JT-IDX) TO WS-GL-WANT-AMT.           00168001
016810     MOVE SPACE                TO WS-GL-WANT-DR-CR.               00169001
016820     PERFORM 850-WRITE-GL-ROW.                                    00169001
016830                                                                  00169001
016840     MOVE WS-GL-FRANCHISE-ACCT TO WS-GL-WANT-ACCT.                00169001
016850     MOVE SPACES               TO WS-GL-WANT-DESC.                00169001
016860     STRING 'FRANCHISE FEE  ' WS-JT-CODE(WS-JT-IDX)               00169001
016870         DELIMITED BY SIZE INTO WS-GL-WANT-DESC.                  00169001
016880     MOVE WS-JT-CAN-FRANCHISE(WS-JT-IDX) TO WS-GL-WANT-AMT.       00169001
016890     MOVE 'D'                  TO WS-GL-WANT-DR-CR.               00169001
016900     PERFORM 850-WRITE-GL-ROW.                                    00169001
016910     MOVE WS-JT-REB-FRANCHISE(WS-JT-IDX) TO WS-GL-WANT-AMT.       00170001
016920     MOVE SPACE                TO WS-GL-WANT-DR-CR.               00170001
016930     PERFORM 850-WRITE-GL-ROW.                                    00170001
016940                                                                  00170001
016950     ADD 1 TO WS-JT-IDX.                                          00170001
016960 845-WRITE-TAX-GL-EXIT.                                           00170001
016970     EXIT.                                                        00170001
016980                                                                  00170001
016990 850-WRITE-GL-ROW.                                                00170001
017000     IF WS-GL-WANT-AMT > 0                                        00170001
017010         MOVE SPACES            TO GL-RECORD                      00171001
017020         MOVE WS-GL-WANT-ACCT   TO GL-ACCOUNT-CODE                00171001
017030         MOVE WS-GL-WANT-DESC   TO GL-DESCRIPTION                 00171001
017040         MOVE WS-GL-WANT-AMT    TO GL-AMOUNT                      00171001
017050         MOVE WS-GL-WANT-DR-CR  TO GL-DR-CR                       00171001
017060         WRITE GL-RECORD                                          00171001
017070         ADD 1 TO WS-GL-WRITTEN                                   00171001
017080     END-IF.                                                      00171001
017090                                                                  00171001
017100***************************************************************** 00171001
017110* THE RUN FINISHED - MARK THE RUN-CONTROL RECORD COMPLETE WITH    00172001
017120* THE FILE IDENTITY AND COUNT, SO A RERUN OF THIS SAME FILE IS    00172001
017130* REFUSED.                                                        00172001
017140***************************************************************** 00172001
017150 860-WRITE-RUN-CONTROL.                                           00172001
017160     OPEN OUTPUT RUNCT80.                                         00172001
017170     IF WS-RUNCT80-STATUS NOT = '00'                              00172001
017180         DISPLAY 'UNABLE TO OPEN RUNCT80, STATUS='                00172001
017190             WS-RUNCT80-STATUS                                    00172001
017200         MOVE 16 TO RETURN-CODE                                   00172001
017210         STOP RUN                                                 00173001
017220     END-IF.                                                      00173001
017230     MOVE SPACES TO RC-RECORD.                                    00173001
017240     MOVE 'C' TO RC-STATUS.                                       00173001
017250     MOVE WS-RUN-DATE TO RC-RUN-DATE.                             00173001
017260     MOVE WS-RC-IDENT-NOW TO RC-TRANS-IDENT.                      00173001
017270     MOVE WS-REBILLS-READ TO RC-TRANS-COUNT.                      00173001
017280     WRITE RC-RECORD.                                             00173001
017290     IF WS-RUNCT80-STATUS NOT = '00'                              00173001
017300         DISPLAY 'UNABLE TO WRITE RUNCT80, STATUS='               00173001
017310             WS-RUNCT80-STATUS                                    00174001
017320         MOVE 16 TO RETURN-CODE                                   00174001
017330         STOP RUN                                                 00174001
017340     END-IF.                                                      00174001
017350     CLOSE RUNCT80.                                               00174001
