000599*  09/02/2026 GD    CUSTMAST layout sync - carried estimated-     00050004
000600*                   kWh total (kept by the meter feed for its     00050004
000601*                   true-up) carved from the trailing filler.     00050004
000602*  10/05/2026 GD    AUDITF/AUDITH layout sync - bill type and     00050004
000603*                   reference date carved from the trailing       00050004
000604*                   filler for the UTIL2080 cancel-and-rebill     00050004
000605*                   run; a cancelled bill or its reversal is      00050004
000606*                   left out of the usage history so the          00050004
000607*                   corrected bill stands in its place.  GLEXTR   00050004
000608*                   layout sync - debit/credit indicator carved   00050004
000609*                   from the filler (bill-run rows are credits).  00050004
000610*  10/06/2026 GD    Security deposits - an open deposit (DEPMAST, 00050004
000611*                   assessed by UTIL2020/UTIL2050) bills as its   00050004
000612*                   own line until paid, outside the A/R balance; 00050004
000613*                   payment beyond the prior balance applies to   00050004
000614*                   it.  A held deposit earns interest at the     00050004
000615*                   DEPRATE rate and refunds, with its interest,  00050004
000616*                   as a credit to A/R after twelve consecutive   00050004
000617*                   on-time bills.  DEPNEW carries the ledger     00050004
000618*                   forward; deposit rows on the G/L extract and  00050004
000619*                   the checkpoint.                               00050004
000620*  10/07/2026 GD    Payment arrangements - an active ARRMAST      00050004
000621*                   arrangement (set up by UTIL2045) keeps its    00050004
000622*                   deferred balance out of arrears and the late  00050004
000623*                   charge and bills one installment a cycle on   00050004
000624*                   top of the amount due.  A bill left unpaid    00050004
000625*                   by the next one breaks the arrangement and    00050004
000626*                   the whole balance falls due.  ARRNEW carries  00050004
000627*                   the arrangements forward; installment totals  00050004
000628*                   on the checkpoint.                            00050004
000629*  10/08/2026 GD    Billing cycles - only accounts in the cycle   00050004
000630*                   the CYCLCAL calendar schedules to bill today  00050004
000631*                   are billed; every other account passes        00050004
000632*                   through untouched (A/R, deposit and           00050004
000633*                   arrangement records carried forward) and is   00050004
000634*                   counted.  A cycle code on the PARMFIL card    00050004
000635*                   bills that cycle instead (catch-up of a       00050004
000636*                   missed day).  Cycle billed and pass-through   00050004
000637*                   count on the checkpoint.  CUSTMAST grew to    00050004
000638*                   142 bytes for the billing-cycle code.         00050004
000639*  10/12/2026 GD    A/R detail ledger - a live run appends the    00050004
000640*                   rows behind each billed account's new         00050004
000641*                   balance (bill or budget amount, true-up,      00050004
000642*                   late charge, payment moved to the deposit,    00050004
000643*                   deposit refund) to the day's ARTRANS ledger   00050004
000644*                   transactions.                                 00050004
000645*  10/13/2026 GD    Net metering - a net-metered account bills    00050004
000646*                   delivered less received kWh.  An export       00050004
000647*                   surplus is banked on the new NMBANK master    00050004
000648*                   (enrolled on the first net-metered bill)      00050004
000649*                   and offsets later bills; on the annual        00050004
000650*                   true-up the bank settles as a bill credit     00050004
000651*                   at the AVCRATE avoided-cost rate.  Delivered, 00050004
000652*                   received and banked kWh on BILLPRT, STMTEXT   00050004
000653*                   and AUDITF.  ARRMAST is now primed at run     00050004
000654*                   start like DEPMAST.  CUSTMAST grew to 148     00050004
000655*                   bytes, AUDITF/AUDITH to 153.                  00050004
000656*  10/15/2026 GD    PARMFIL layout sync - reconnect fee and       00050004
000657*                   reinstatement threshold (read by              00050004
000658*                   UTIL2055/UTIL2030) carved from the            00050004
000659*                   trailing filler.                              00050004
000660*  10/15/2026 GD    Disconnect for non-payment (UTIL2055) - the   00050004
000661*                   final read of a completed disconnect (status  00050004
000662*                   D/F) bills as the account's usage with a      00050004
000663*                   FINAL METER READ line on BILLPRT and counts   00050004
000664*                   as a final read billed; once billed (status   00050004
000665*                   S) the account passes through like a closed   00050004
000666*                   one.                                          00050004
000667*  10/15/2026 GD    AUDITH is indexed by account, run date and    00050004
000668*                   run time - each billed account's history is   00050004
000669*                   read by key into a thirteen-period account    00050004
000670*                   table instead of loading the whole file.      00050004
000540******************************************************************00050004
000550                                                                  00050004
000560 ENVIRONMENT DIVISION.                                            00050004
000957         ORGANIZATION IS LINE SEQUENTIAL                          00090004
000958         FILE STATUS IS WS-PARMFIL-STATUS.                        00090004
000959                                                                  00090004
000960*  Billing-cycle calendar - scheduled read and bill date for      00090004
000961*  each cycle.  The cycle whose bill date is the run date is the  00090004
000962*  one this run bills.                                            00090004
000963     SELECT CYCLCAL ASSIGN TO "CYCLCAL"                           00090004
000964         ORGANIZATION IS LINE SEQUENTIAL                          00090004
000965         FILE STATUS IS WS-CYCLCAL-STATUS.                        00090004
000959                                                                  00090004
000960*  Proposed-bill register - only written on a trial run.          00090004
000961     SELECT TRIALRPT ASSIGN TO "TRIALRPT"                         00090004
000962         ORGANIZATION IS LINE SEQUENTIAL                          00090004
000963         FILE STATUS IS WS-TRIALRPT-STATUS.                       00090004
000964                                                                  00090004
000965*  Retained audit history - prior runs' AUDITF records, filed     00090004
000966*  by UTIL2060 under account, run date and run time.  Read by     00090004
000967*  key for the account in hand.  Absent on a first cycle; the     00090004
000968*  high-bill check just skips.                                    00090004
000969     SELECT AUDITH ASSIGN TO "AUDITH"                             00090004
000970         ORGANIZATION IS INDEXED                                  00090004
000971         ACCESS MODE IS DYNAMIC                                   00090004
000972         RECORD KEY IS AH-KEY                                     00090004
000973         FILE STATUS IS WS-AUDITH-STATUS.                         00090004
000971                                                                  00090004
000972*  High-bill review report - bills held for review this run.      00090004
000973     SELECT HIBILL ASSIGN TO "HIBILL"                             00050004
000980     SELECT STMTEXT ASSIGN TO "STMTEXT"                           00050004
000981         ORGANIZATION IS LINE SEQUENTIAL                          00050004
000982         FILE STATUS IS WS-STMTEXT-STATUS.                        00050004
000983                                                                  00050004
000984*  Deposit schedule - deposit amount and annual interest rate by  00050004
000985*  rate plan and effective date.                                  00050004
000986     SELECT DEPRATE ASSIGN TO "DEPRATE"                           00050004
000987         ORGANIZATION IS LINE SEQUENTIAL                          00050004
000988         FILE STATUS IS WS-DEPRATE-STATUS.                        00050004
000989                                                                  00050004
000990*  Customer security-deposit master, in ascending account order.  00050004
000991*  Absent before the first deposit is ever assessed.              00050004
000992     SELECT DEPMAST ASSIGN TO "DEPMAST"                           00050004
000993         ORGANIZATION IS LINE SEQUENTIAL                          00050004
000994         FILE STATUS IS WS-DEPMAST-STATUS.                        00050004
000995                                                                  00050004
000996*  Updated deposit master carrying payments, interest and         00050004
000997*  refunds forward to the next cycle.                             00050004
000998     SELECT DEPNEW ASSIGN TO "DEPNEW"                             00050004
000999         ORGANIZATION IS LINE SEQUENTIAL                          00050004
001000         FILE STATUS IS WS-DEPNEW-STATUS.                         00050004
001001                                                                  00050004
001002*  Payment-arrangement master, in ascending account order.        00050004
001003*  Absent before the first arrangement is ever set up.            00050004
001004     SELECT ARRMAST ASSIGN TO "ARRMAST"                           00050004
001005         ORGANIZATION IS LINE SEQUENTIAL                          00050004
001006         FILE STATUS IS WS-ARRMAST-STATUS.                        00050004
001007                                                                  00050004
001008*  Updated arrangement master - installments billed, broken       00050004
001009*  and paid-out arrangements carried to the next cycle.           00050004
001010     SELECT ARRNEW ASSIGN TO "ARRNEW"                             00050004
001011         ORGANIZATION IS LINE SEQUENTIAL                          00050004
001012         FILE STATUS IS WS-ARRNEW-STATUS.                         00050004
001013                                                                  00050004
001014*  Day's A/R ledger transactions - the rows behind each billed    00050004
001015*  account's new balance, appended behind the rows already        00050004
001016*  written today.  A restarted run carries on where it stopped.   00050004
001017     SELECT ARTRANS ASSIGN TO "ARTRANS"                           00050004
001018         ORGANIZATION IS LINE SEQUENTIAL                          00050004
001019         FILE STATUS IS WS-ARTRANS-STATUS.                        00050004
001020                                                                  00050004
001021*  Date-effective avoided-cost rate by rate plan - what a banked  00050004
001022*  kWh is worth when a net-metering bank settles.                 00050004
001023     SELECT AVCRATE ASSIGN TO "AVCRATE"                           00050004
001024         ORGANIZATION IS LINE SEQUENTIAL                          00050004
001025         FILE STATUS IS WS-AVCRATE-STATUS.                        00050004
001026                                                                  00050004
001027*  Net-metering kWh bank master, in ascending account order.      00050004
001028*  Absent before the first net-metered account is billed.         00050004
001029     SELECT NMBANK ASSIGN TO "NMBANK"                             00050004
001030         ORGANIZATION IS LINE SEQUENTIAL                          00050004
001031         FILE STATUS IS WS-NMBANK-STATUS.                         00050004
001032                                                                  00050004
001033*  Updated kWh bank master - banks drawn down, added to and       00050004
001034*  settled, carried to the next cycle.                            00050004
001035     SELECT NMBNEW ASSIGN TO "NMBNEW"                             00050004
001036         ORGANIZATION IS LINE SEQUENTIAL                          00050004
001037         FILE STATUS IS WS-NMBNEW-STATUS.                         00050004
000950                                                                  00090004
000960 DATA DIVISION.                                                   00090004
000970 FILE SECTION.                                                    00090004
001135                                  SIGN LEADING SEPARATE.          00050004
001136     05  CM-EBILL-FLAG            PIC X(01).                      00050004
001137     05  CM-EST-KWH-TOT           PIC X(05).                      00050004
001138     05  CM-BILL-CYCLE            PIC X(02).                      00050004
001139*    NET METERING - Y FOR A CUSTOMER-GENERATION ACCOUNT, WITH     00050004
001140*    THE RECEIVED (EXPORT) KWH FOR THE PERIOD.                    00050004
001141     05  CM-NET-METER             PIC X(01).                      00050004
001142         88  CM-NET-METERED                   VALUE 'Y'.          00050004
001143     05  CM-KWH-RECVD-X           PIC X(05).                      00050004
001144     05  CM-KWH-RECVD REDEFINES CM-KWH-RECVD-X                    00050004
001145                                  PIC 9(05).                      00050004
001132 01  CT-RECORD.                                                   00110004
001133     05  CT-TRAILER-ID            PIC X(06).                      00110004
001134         88  CT-TRAILER                       VALUE '999999'.     00110004
001135     05  CT-LABEL                 PIC X(08).                      00110004
001136     05  CT-RECORD-COUNT          PIC 9(06).                      00110004
001137     05  FILLER                   PIC X(128).                     00050004
001140                                                                  00110004
001150 FD  RATEFIL                                                      00110004
001160     RECORDING MODE IS F.                                         00110004
001541     05  AU-PEAK-KWH              PIC 9(05).                      00050004
001542     05  AU-PEAK-CHARGE           PIC 9(05)V99.                   00050004
001543     05  AU-OFFPEAK-CHARGE        PIC 9(05)V99.                   00050004
001544     05  AU-BILL-TYPE             PIC X(01).                      00050004
001545     05  AU-REF-DATE              PIC X(08).                      00050004
001546*    NET-METERED KWH - DELIVERED AND RECEIVED REGISTERS AND       00050004
001547*    THE BANK CARRIED AFTER THE BILL.  BLANK ON OLDER ROWS.       00050004
001548     05  AU-KWH-DELIVERED         PIC 9(05).                      00050004
001549     05  AU-KWH-RECEIVED          PIC 9(05).                      00050004
001550     05  AU-KWH-BANKED            PIC 9(07).                      00050004
001550                                                                  00150004
001560 FD  GLEXTR                                                       00150004
001570     RECORDING MODE IS F.                                         00150004
001590     05  GL-ACCOUNT-CODE          PIC X(08).                      00150004
001600     05  GL-DESCRIPTION           PIC X(22).                      00160004
001610     05  GL-AMOUNT                PIC 9(08)V99.                   00160004
001620     05  GL-DR-CR                 PIC X(01).                      00160004
001621     05  GL-FILLER                PIC X(07).                      00160004
001630                                                                  00160004
001640 FD  CHKPT                                                        00160004
001650     RECORDING MODE IS F.                                         00160004
001696     05  CK-HELD-COUNT            PIC 9(06).                      00050004
001697     05  CK-PEAK-CHG              PIC 9(08)V99.                   00050004
001698     05  CK-OFFPEAK-CHG           PIC 9(08)V99.                   00050004
001699     05  CK-DEP-PAID              PIC 9(08)V99.                   00050004
001700     05  CK-DEP-INT               PIC 9(08)V99.                   00050004
001701     05  CK-DEP-REFUND            PIC 9(08)V99.                   00050004
001702     05  CK-DEP-INT-REFUND        PIC 9(08)V99.                   00050004
001703     05  CK-ARR-INST              PIC 9(08)V99.                   00050004
001704     05  CK-ARR-BILLED            PIC 9(06).                      00050004
001705     05  CK-ARR-BROKEN            PIC 9(06).                      00050004
001706     05  CK-ARR-PAIDOUT           PIC 9(06).                      00050004
001707     05  CK-BILL-CYCLE            PIC X(02).                      00050004
001708     05  CK-CYCLE-PASSED          PIC 9(06).                      00050004
001709     05  CK-NM-CREDIT             PIC 9(08)V99.                   00050004
001710     05  CK-NM-SETTLED            PIC 9(06).                      00050004
001711     05  CK-FINAL-READS           PIC 9(06).                      00050004
001696     05  CK-JURIS-AREA.                                           00050004
001697         10  CK-JURIS-COUNT       PIC 9(02).                      00160004
001698         10  CK-JURIS-ENTRY OCCURS 10 TIMES.                      00160004
001699             15  CK-JT-CODE       PIC X(02).                      00160004
001700             15  CK-JT-STATE-TAX  PIC 9(08)V99.                   00160004
001701             15  CK-JT-FRANCHISE  PIC 9(08)V99.                   00160004
001690     05  CK-FILLER                PIC X(04).                      00160004
001691                                                                  00160004
001692 FD  ARMAST                                                       00160004
001693     RECORDING MODE IS F.                                         00160004
001715*    CREDIT-REFUND RUN; THE BILL RUN CARRIES THEM UNTOUCHED.      00016004
001716     05  PM-REFUND-MIN            PIC X(09).                      00016004
001717     05  PM-REFUND-DAYS           PIC X(03).                      00016004
001718*    CATCH-UP CYCLE - BLANK FOR THE CALENDAR'S CYCLE OF THE DAY.  00016004
001719     05  PM-BILL-CYCLE            PIC X(02).                      00016004
001720     05  PM-RECONN-FEE            PIC X(09).                      00016004
001721     05  PM-REINSTATE-AMT         PIC X(09).                      00016004
001722     05  FILLER                   PIC X(39).                      00016004
001711                                                                  00160004
001712 FD  TRIALRPT                                                     00160004
001713     RECORDING MODE IS F.                                         00160004
001714 01  TR-LINE                      PIC X(132).                     00160004
001715                                                                  00160004
001716 FD  CYCLCAL                                                      00160004
001717     RECORDING MODE IS F.                                         00160004
001718 01  CC-RECORD.                                                   00160004
001719     05  CC-BILL-CYCLE            PIC X(02).                      00160004
001720     05  CC-READ-DATE             PIC 9(08).                      00160004
001721     05  CC-BILL-DATE             PIC 9(08).                      00160004
001722     05  FILLER                   PIC X(12).                      00160004
001715                                                                  00160004
001716 FD  AUDITH                                                       00160004
001717     RECORD CONTAINS 153 CHARACTERS.                              00160004
001718 01  AH-RECORD.                                                   00160004
001719     05  AH-KEY.                                                  00160004
001720         10  AH-ACCOUNT-NO        PIC 9(06).                      00160004
001721         10  AH-RUN-DATE          PIC 9(08).                      00160004
001722         10  AH-RUN-TIME          PIC 9(08).                      00160004
001722     05  AH-KWH-USED              PIC 9(05).                      00160004
001723     05  AH-TIER1-KWH             PIC 9(05).                      00160004
001724     05  AH-TIER2-KWH             PIC 9(05).                      00160004
001738     05  AH-PEAK-KWH              PIC 9(05).                      00050004
001739     05  AH-PEAK-CHARGE           PIC 9(05)V99.                   00050004
001740     05  AH-OFFPEAK-CHARGE        PIC 9(05)V99.                   00050004
001741*    BILL TYPE - BLANK BILLED, R REBILLED, C CANCELLED BY A       00050004
001742*    LATER REBILL, X THE REVERSAL ITSELF.                         00050004
001743     05  AH-BILL-TYPE             PIC X(01).                      00050004
001744         88  AH-TYPE-CANCELLED                VALUE 'C' 'X'.      00050004
001745     05  AH-REF-DATE              PIC X(08).                      00050004
001746*    DELIVERED KWH - BLANK ON ROWS WRITTEN BEFORE NET             00050004
001747*    METERING, WHEN AH-KWH-USED WAS THE DELIVERED KWH.            00050004
001748     05  AH-KWH-DELIVERED         PIC 9(05).                      00050004
001749     05  FILLER                   PIC X(12).                      00050004
001738                                                                  00160004
001739 FD  HIBILL                                                       00050004
001740     RECORDING MODE IS F.                                         00050004
001742                                                                  00050004
001743 FD  STMTEXT                                                      00050004
001744     RECORDING MODE IS F.                                         00050004
001745 01  SE-RECORD                    PIC X(143).                     00050004
001746                                                                  00050004
001747 FD  DEPRATE                                                      00050004
001748     RECORDING MODE IS F.                                         00050004
001749 01  DR-RECORD.                                                   00050004
001750     05  DR-RATE-PLAN-CODE        PIC X(01).                      00050004
001751     05  DR-EFF-DATE              PIC 9(08).                      00050004
001752     05  DR-DEPOSIT-AMT           PIC 9(05)V99.                   00050004
001753     05  DR-INT-RATE              PIC V9(04).                     00050004
001754     05  FILLER                   PIC X(10).                      00050004
001755                                                                  00050004
001756 FD  DEPMAST                                                      00050004
001757     RECORDING MODE IS F.                                         00050004
001758 01  DM-RECORD.                                                   00050004
001759     05  DM-ACCOUNT-NO            PIC 9(06).                      00050004
001760     05  FILLER                   PIC X(64).                      00050004
001761                                                                  00050004
001762 FD  DEPNEW                                                       00050004
001763     RECORDING MODE IS F.                                         00050004
001764 01  DN-RECORD                    PIC X(70).                      00050004
001765                                                                  00050004
001766 FD  ARRMAST                                                      00050004
001767     RECORDING MODE IS F.                                         00050004
001768 01  AM-RECORD.                                                   00050004
001769     05  AM-ACCOUNT-NO            PIC 9(06).                      00050004
001770     05  FILLER                   PIC X(84).                      00050004
001771                                                                  00050004
001772 FD  ARRNEW                                                       00050004
001773     RECORDING MODE IS F.                                         00050004
001774 01  AX-RECORD                    PIC X(90).                      00050004
001775                                                                  00050004
001776 FD  ARTRANS                                                      00050004
001777     RECORDING MODE IS F.                                         00050004
001778 01  LG-RECORD.                                                   00050004
001779     05  LG-ACCOUNT-NO            PIC 9(06).                      00050004
001780     05  LG-POST-DATE             PIC 9(08).                      00050004
001781     05  LG-POST-TIME             PIC 9(08).                      00050004
001782     05  LG-TRAN-TYPE             PIC X(02).                      00050004
001783     05  LG-TRAN-DATE             PIC 9(08).                      00050004
001784     05  LG-AMOUNT                PIC S9(07)V99                   00050004
001785                                  SIGN LEADING SEPARATE.          00050004
001786     05  LG-SOURCE                PIC X(08).                      00050004
001787     05  LG-REFERENCE             PIC X(20).                      00050004
001788     05  FILLER                   PIC X(10).                      00050004
001789                                                                  00050004
001790 FD  AVCRATE                                                      00050004
001791     RECORDING MODE IS F.                                         00050004
001792 01  AV-RECORD.                                                   00050004
001793     05  AV-RATE-PLAN-CODE        PIC X(01).                      00050004
001794     05  AV-EFF-DATE              PIC 9(08).                      00050004
001795     05  AV-RATE                  PIC V9(04).                     00050004
001796     05  FILLER                   PIC X(10).                      00050004
001797                                                                  00050004
001798 FD  NMBANK                                                       00050004
001799     RECORDING MODE IS F.                                         00050004
001800 01  NM-RECORD.                                                   00050004
001801     05  NM-ACCOUNT-NO            PIC 9(06).                      00050004
001802     05  FILLER                   PIC X(64).                      00050004
001803                                                                  00050004
001804 FD  NMBNEW                                                       00050004
001805     RECORDING MODE IS F.                                         00050004
001806 01  NX-RECORD                    PIC X(70).                      00050004
001700                                                                  00170004
001710 WORKING-STORAGE SECTION.                                         00170004
001720                                                                  00170004
001862 01  WS-ARNEW-STATUS             PIC X(02)   VALUE '00'.          00180004
001863 01  WS-PARMFIL-STATUS           PIC X(02)   VALUE '00'.          00180004
001864     88  WS-PARMFIL-NOTFOUND                 VALUE '35'.          00180004
001865 01  WS-CYCLCAL-STATUS           PIC X(02)   VALUE '00'.          00180004
001866     88  WS-CYCLCAL-EOF                      VALUE '10'.          00180004
001865 01  WS-TRIALRPT-STATUS          PIC X(02)   VALUE '00'.          00180004
001866 01  WS-AUDITH-STATUS            PIC X(02)   VALUE '00'.          00180004
001867     88  WS-AUDITH-EOF                       VALUE '10'.          00180004
001868     88  WS-AUDITH-NOTFOUND                  VALUE '35'.          00180004
001869 01  WS-HIST-DONE-SW             PIC X(01)   VALUE 'N'.           00050004
001870     88  WS-HIST-DONE                        VALUE 'Y'.           00050004
001869 01  WS-HIBILL-STATUS            PIC X(02)   VALUE '00'.          00050004
001870 01  WS-STMTEXT-STATUS           PIC X(02)   VALUE '00'.          00050004
001871 01  WS-DEPRATE-STATUS           PIC X(02)   VALUE '00'.          00050004
001872     88  WS-DEPRATE-EOF                      VALUE '10'.          00050004
001873 01  WS-DEPMAST-STATUS           PIC X(02)   VALUE '00'.          00050004
001874     88  WS-DEPMAST-NOTFOUND                 VALUE '35'.          00050004
001875 01  WS-DEPNEW-STATUS            PIC X(02)   VALUE '00'.          00050004
001876 01  WS-ARRMAST-STATUS           PIC X(02)   VALUE '00'.          00050004
001877     88  WS-ARRMAST-NOTFOUND                 VALUE '35'.          00050004
001878 01  WS-ARRNEW-STATUS            PIC X(02)   VALUE '00'.          00050004
001879 01  WS-ARTRANS-STATUS           PIC X(02)   VALUE '00'.          00050004
001880     88  WS-ARTRANS-NOTFOUND                 VALUE '35'.          00050004
001881 01  WS-AVCRATE-STATUS           PIC X(02)   VALUE '00'.          00050004
001882     88  WS-AVCRATE-EOF                      VALUE '10'.          00050004
001883 01  WS-NMBANK-STATUS            PIC X(02)   VALUE '00'.          00050004
001884     88  WS-NMBANK-NOTFOUND                  VALUE '35'.          00050004
001885 01  WS-NMBNEW-STATUS            PIC X(02)   VALUE '00'.          00050004
001870                                                                  00180004
001880 01  WS-EOF-SW                   PIC X(01)   VALUE 'N'.           00180004
001890     88  WS-EOF                              VALUE 'Y'.           00180004
001940     88  WS-RECORD-INVALID                   VALUE 'N'.           00190004
001941 01  WS-AR-MATCHED-SW            PIC X(01)   VALUE 'N'.           00190004
001942     88  WS-AR-MATCHED                       VALUE 'Y'.           00190004
001943 01  WS-DEP-MATCHED-SW           PIC X(01)   VALUE 'N'.           00190004
001944     88  WS-DEP-MATCHED                      VALUE 'Y'.           00190004
001945 01  WS-ARR-MATCHED-SW           PIC X(01)   VALUE 'N'.           00190004
001946     88  WS-ARR-MATCHED                      VALUE 'Y'.           00190004
001947 01  WS-ARR-BROKE-SW             PIC X(01)   VALUE 'N'.           00190004
001948     88  WS-ARR-BROKE-NOW                    VALUE 'Y'.           00190004
001949 01  WS-NMB-MATCHED-SW           PIC X(01)   VALUE 'N'.           00190004
001950     88  WS-NMB-MATCHED                      VALUE 'Y'.           00190004
001951 01  WS-NMB-CREATED-SW           PIC X(01)   VALUE 'N'.           00190004
001952     88  WS-NMB-CREATED                      VALUE 'Y'.           00190004
001943 01  WS-RUN-MODE-SW              PIC X(01)   VALUE 'L'.           00190004
001944     88  WS-LIVE-RUN                         VALUE 'L'.           00190004
001945     88  WS-TRIAL-RUN                        VALUE 'T'.           00190004
001949     88  WS-TRUEUP-RUN                       VALUE 'Y'.           00190004
001950 01  WS-BUDGET-ACTIVE-SW         PIC X(01)   VALUE 'N'.           00190004
001951     88  WS-BUDGET-ACTIVE                    VALUE 'Y'.           00190004
001952                                                                  00190004
001953******************************************************************00190004
001954* BILLING CYCLE FOR THIS RUN - FROM THE CALENDAR, THE PARM CARD   00190004
001955* (CATCH-UP) OR, ON A RESTART, THE CHECKPOINT.  BLANK MEANS NO    00190004
001956* CYCLE BILLS TODAY AND EVERY ACCOUNT PASSES THROUGH.             00190004
001957******************************************************************00190004
001958 01  WS-BILL-CYCLE               PIC X(02)   VALUE SPACES.        00190004
001959 01  WS-SCHED-CYCLE              PIC X(02)   VALUE SPACES.        00190004
001960 01  WS-PARM-CYCLE               PIC X(02)   VALUE SPACES.        00190004
001961 01  WS-CKPT-CYCLE               PIC X(02)   VALUE SPACES.        00190004
001962 01  WS-CYCLE-PASSED             PIC 9(06)   VALUE 0.             00190004
001963 01  WS-FINAL-READS              PIC 9(06)   VALUE 0.             00190004
001963 01  WS-PARM-CYCLE-SW            PIC X(01)   VALUE 'N'.           00190004
001964     88  WS-PARM-CYCLE-ON-CAL                VALUE 'Y'.           00190004
001950                                                                  00190004
001960******************************************************************00190004
001970* RATE/TIER TABLE - LOADED FROM RATEFIL AT RUN START              00190004
002167 01  WS-TX-BEST-DATE             PIC 9(08)   VALUE 0.             00210004
002168                                                                  00210004
002169******************************************************************00210004
002170* THE ACCOUNT'S RETAINED AUDIT HISTORY, READ BY KEY FROM AUDITH   00210004
002171* AS EACH ACCOUNT IS BILLED, OLDEST PERIOD FIRST.  UTIL2060       00210004
002172* KEEPS THIRTEEN PERIODS PER ACCOUNT, SO THIRTEEN ENTRIES HOLD    00210004
002173* THEM ALL; SHOULD MORE BE ON FILE THE OLDEST SHIFTS OFF.         00210004
002174******************************************************************00210004
002175 01  WS-HIST-COUNT               PIC 9(04)   VALUE 0.             00210004
002176 01  WS-HIST-TABLE.                                               00210004
002177     05  WS-HIST-ENTRY OCCURS 13 TIMES.                           00210004
002177         10  WS-HI-ACCOUNT        PIC 9(06).                      00210004
002178         10  WS-HI-RUN-DATE       PIC 9(08).                      00210004
002179         10  WS-HI-KWH            PIC 9(05).                      00210004
002315     88  WS-ESTIMATED-BILL                   VALUE 'E'.           00050004
002316 01  WS-ACCT-STATUS              PIC X(01)   VALUE SPACE.         00050004
002317     88  WS-ACCT-CLOSED                      VALUE 'C'.           00050004
002318     88  WS-FINAL-READ-BILL                  VALUE 'D' 'F'.       00050004
002319     88  WS-SERVICE-OFF                      VALUE 'S'.           00050004
002318 01  WS-PEAK-KWH                 PIC 9(05)   VALUE 0.             00050004
002319 01  WS-OFFPEAK-KWH              PIC 9(05)   VALUE 0.             00050004
002320 01  WS-EBILL-FLAG               PIC X(01)   VALUE SPACE.         00050004
002321     88  WS-PAPERLESS                        VALUE 'Y'.           00050004
002322 01  WS-NET-METER                PIC X(01)   VALUE SPACE.         00050004
002323     88  WS-NET-METERED                      VALUE 'Y'.           00050004
002324 01  WS-KWH-RECVD                PIC 9(05)   VALUE 0.             00050004
002320                                                                  00230004
002330******************************************************************00230004
002340* CURRENT RATE SCHEDULE SELECTED FOR THIS CUSTOMER/BILL DATE      00230004
002634     05  WS-ARN-BUDGET-VARIANCE   PIC S9(07)V99                   00260004
002635                                  SIGN LEADING SEPARATE.          00260004
002636     05  FILLER                   PIC X(05).                      00260004
002637                                                                  00260004
002638******************************************************************00260004
002639* SECURITY DEPOSIT - THE ACCOUNT'S DEPMAST RECORD (SAVED SO AN    00260004
002640* EXCEPTION ACCOUNT CARRIES IT FORWARD UNCHANGED), THIS BILL'S    00260004
002641* DEPOSIT PAYMENT, BILLED BALANCE, INTEREST AND REFUND, AND THE   00260004
002642* DEPOSIT SCHEDULE LOADED FROM DEPRATE AT RUN START.              00260004
002643******************************************************************00260004
002644 01  WS-DEP-KEY                  PIC X(06)   VALUE SPACES.        00260004
002645 01  WS-DEP-SAVE                 PIC X(70)   VALUE SPACES.        00260004
002646 01  WS-DEP-REC.                                                  00260004
002647     05  WS-DPR-ACCOUNT-NO        PIC 9(06).                      00260004
002648*    A ASSESSED AND BILLING, H PAID AND HELD, R REFUNDED TO       00260004
002649*    A/R, F APPLIED TO THE FINAL BILL.                            00260004
002650     05  WS-DPR-STATUS            PIC X(01).                      00260004
002651         88  WS-DPR-BILLING                   VALUE 'A'.          00260004
002652         88  WS-DPR-HELD                      VALUE 'H'.          00260004
002653     05  WS-DPR-RATE-PLAN-CODE    PIC X(01).                      00260004
002654     05  WS-DPR-ASSESS-DATE       PIC 9(08).                      00260004
002655     05  WS-DPR-DEPOSIT-AMT       PIC 9(05)V99.                   00260004
002656     05  WS-DPR-AMT-PAID          PIC 9(05)V99.                   00260004
002657     05  WS-DPR-LAST-BILL-DATE    PIC 9(08).                      00260004
002658     05  WS-DPR-INT-ACCRUED       PIC 9(05)V99.                   00260004
002659     05  WS-DPR-INT-THRU-DATE     PIC 9(08).                      00260004
002660     05  WS-DPR-ONTIME-COUNT      PIC 9(02).                      00260004
002661     05  WS-DPR-CLOSE-DATE        PIC 9(08).                      00260004
002662     05  FILLER                   PIC X(07).                      00260004
002663 01  WS-DEP-REFUND-COUNT         PIC 9(02)   VALUE 12.            00260004
002664 01  WS-DEP-EXCESS               PIC S9(07)V99 VALUE 0.           00260004
002665 01  WS-DEP-UNPAID               PIC 9(05)V99 VALUE 0.            00260004
002666 01  WS-DEP-PAID-NOW             PIC 9(05)V99 VALUE 0.            00260004
002667 01  WS-DEP-DUE                  PIC 9(05)V99 VALUE 0.            00260004
002668 01  WS-DEP-INTEREST             PIC 9(05)V99 VALUE 0.            00260004
002669 01  WS-DEP-REFUND               PIC 9(06)V99 VALUE 0.            00260004
002670 01  WS-DEP-REFUND-INT           PIC 9(05)V99 VALUE 0.            00260004
002671 01  WS-DEP-CREDIT               PIC S9(06)V99 VALUE 0.           00260004
002672 01  WS-DR-COUNT                 PIC 9(03)   VALUE 0.             00260004
002673 01  WS-DEP-RATE-TABLE.                                           00260004
002674     05  WS-DEP-RATE-ENTRY OCCURS 40 TIMES.                       00260004
002675         10  WS-DR-PLAN-CODE      PIC X(01).                      00260004
002676         10  WS-DR-EFF-DATE       PIC 9(08).                      00260004
002677         10  WS-DR-DEPOSIT-AMT    PIC 9(05)V99.                   00260004
002678         10  WS-DR-INT-RATE       PIC V9(04).                     00260004
002679 01  WS-DR-SEARCH-IDX            PIC 9(03)   VALUE 0.             00260004
002680 01  WS-DR-BEST-IDX              PIC 9(03)   VALUE 0.             00260004
002681 01  WS-DR-BEST-DATE             PIC 9(08)   VALUE 0.             00260004
002682                                                                  00260004
002683******************************************************************00260004
002684* PAYMENT ARRANGEMENT - THE ACCOUNT'S ARRMAST RECORD (SAVED SO AN 00260004
002685* EXCEPTION ACCOUNT CARRIES IT FORWARD UNCHANGED), THE DEFERRED   00260004
002686* BALANCE NOT YET BILLED, THIS BILL'S INSTALLMENT AND WHAT STAYS  00260004
002687* DEFERRED AFTER IT.                                              00260004
002688******************************************************************00260004
002689 01  WS-ARR-KEY                  PIC X(06)   VALUE SPACES.        00260004
002690 01  WS-ARR-SAVE                 PIC X(90)   VALUE SPACES.        00260004
002691 01  WS-ARR-REC.                                                  00260004
002692     05  WS-ARM-ACCOUNT-NO        PIC 9(06).                      00260004
002693*    A ACTIVE, B BROKEN (A BILL WENT UNPAID), C CANCELLED BY      00260004
002694*    COLLECTIONS, P PAID OUT.                                     00260004
002695     05  WS-ARM-STATUS            PIC X(01).                      00260004
002696         88  WS-ARM-ACTIVE                    VALUE 'A'.          00260004
002697     05  WS-ARM-ARR-DATE          PIC 9(08).                      00260004
002698     05  WS-ARM-TOTAL-AMT         PIC 9(07)V99.                   00260004
002699     05  WS-ARM-INST-COUNT        PIC 9(03).                      00260004
002700     05  WS-ARM-INST-AMT          PIC 9(07)V99.                   00260004
002701     05  WS-ARM-INST-BILLED       PIC 9(03).                      00260004
002702     05  WS-ARM-AMT-BILLED        PIC 9(07)V99.                   00260004
002703     05  WS-ARM-LAST-DUE          PIC 9(07)V99.                   00260004
002704     05  WS-ARM-LAST-BILL-DATE    PIC 9(08).                      00260004
002705     05  WS-ARM-CLOSE-DATE        PIC 9(08).                      00260004
002706     05  WS-ARM-USER-ID           PIC X(08).                      00260004
002707     05  FILLER                   PIC X(09).                      00260004
002708 01  WS-ARR-DEFERRED             PIC 9(07)V99 VALUE 0.            00260004
002709 01  WS-ARR-INSTALLMENT          PIC 9(07)V99 VALUE 0.            00260004
002710 01  WS-ARR-DEFERRED-LEFT        PIC 9(07)V99 VALUE 0.            00260004
002711 01  WS-ARR-OPEN                 PIC S9(07)V99 VALUE 0.           00260004
002712 01  WS-ARR-BILL-DUE             PIC S9(07)V99 VALUE 0.           00260004
002713                                                                  00260004
002714******************************************************************00260004
002715* NET METERING - THE ACCOUNT'S NMBANK RECORD (SAVED SO AN         00260004
002716* EXCEPTION ACCOUNT CARRIES IT FORWARD UNCHANGED), THIS BILL'S    00260004
002717* DELIVERED AND RECEIVED KWH, THE BANKED KWH USED AGAINST IT, ANY 00260004
002718* TRUE-UP SETTLEMENT, AND THE AVOIDED-COST SCHEDULE LOADED FROM   00260004
002719* AVCRATE AT RUN START.                                           00260004
002720******************************************************************00260004
002721 01  WS-NMB-KEY                  PIC X(06)   VALUE SPACES.        00260004
002722 01  WS-NMB-SAVE                 PIC X(70)   VALUE SPACES.        00260004
002723 01  WS-NMB-REC.                                                  00260004
002724     05  WS-NMR-ACCOUNT-NO        PIC 9(06).                      00260004
002725*    A ACTIVE (BANKING), S SETTLED AND CLOSED AT MOVE-OUT.        00260004
002726     05  WS-NMR-STATUS            PIC X(01).                      00260004
002727         88  WS-NMR-ACTIVE                    VALUE 'A'.          00260004
002728     05  WS-NMR-ENROLL-DATE       PIC 9(08).                      00260004
002729     05  WS-NMR-TRUEUP-DATE       PIC 9(08).                      00260004
002730     05  WS-NMR-BANK-KWH          PIC 9(07).                      00260004
002731     05  WS-NMR-LAST-BILL-DATE    PIC 9(08).                      00260004
002732     05  WS-NMR-LAST-SETTLE-DATE  PIC 9(08).                      00260004
002733     05  WS-NMR-LAST-SETTLE-KWH   PIC 9(07).                      00260004
002734     05  WS-NMR-LAST-SETTLE-AMT   PIC 9(06)V99.                   00260004
002735     05  WS-NMR-CLOSE-DATE        PIC 9(08).                      00260004
002736     05  FILLER                   PIC X(01).                      00260004
002737 01  WS-KWH-DELIVERED            PIC 9(05)   VALUE 0.             00260004
002738 01  WS-KWH-RECEIVED             PIC 9(05)   VALUE 0.             00260004
002739 01  WS-BANK-USED                PIC 9(07)   VALUE 0.             00260004
002740 01  WS-NM-SETTLE-KWH            PIC 9(07)   VALUE 0.             00260004
002741 01  WS-NM-CREDIT                PIC 9(06)V99 VALUE 0.            00260004
002742 01  WS-NM-CREDIT-S              PIC S9(06)V99 VALUE 0.           00260004
002743 01  WS-AV-COUNT                 PIC 9(03)   VALUE 0.             00260004
002744 01  WS-AVOIDED-COST-TABLE.                                       00260004
002745     05  WS-AVOIDED-COST-ENTRY OCCURS 40 TIMES.                   00260004
002746         10  WS-AV-PLAN-CODE      PIC X(01).                      00260004
002747         10  WS-AV-EFF-DATE       PIC 9(08).                      00260004
002748         10  WS-AV-RATE           PIC V9(04).                     00260004
002749 01  WS-AV-SEARCH-IDX            PIC 9(03)   VALUE 0.             00260004
002750 01  WS-AV-BEST-IDX              PIC 9(03)   VALUE 0.             00260004
002751 01  WS-AV-BEST-DATE             PIC 9(08)   VALUE 0.             00260004
002620                                                                  00260004
002630******************************************************************00260004
002640* WORK AREAS                                                      00260004
002974 01  WS-TOTAL-FRANCHISE          PIC 9(08)V99 VALUE 0.            00050004
002975 01  WS-TOTAL-PEAK-CHG           PIC 9(08)V99 VALUE 0.            00050004
002976 01  WS-TOTAL-OFFPEAK-CHG        PIC 9(08)V99 VALUE 0.            00050004
002977 01  WS-TOTAL-DEP-PAID           PIC 9(08)V99 VALUE 0.            00050004
002978 01  WS-TOTAL-DEP-INT            PIC 9(08)V99 VALUE 0.            00050004
002979 01  WS-TOTAL-DEP-REFUND         PIC 9(08)V99 VALUE 0.            00050004
002980 01  WS-TOTAL-DEP-INT-REFUND     PIC 9(08)V99 VALUE 0.            00050004
002981 01  WS-TOTAL-ARR-INST           PIC 9(08)V99 VALUE 0.            00050004
002982 01  WS-ARR-BILLED-COUNT         PIC 9(06)   VALUE 0.             00050004
002983 01  WS-ARR-BROKEN-COUNT         PIC 9(06)   VALUE 0.             00050004
002984 01  WS-ARR-PAIDOUT-COUNT        PIC 9(06)   VALUE 0.             00050004
002985 01  WS-LEDGER-WRITTEN           PIC 9(06)   VALUE 0.             00050004
002986 01  WS-TOTAL-NM-CREDIT          PIC 9(08)V99 VALUE 0.            00050004
002987 01  WS-NM-SETTLED-COUNT         PIC 9(06)   VALUE 0.             00050004
002975                                                                  00290004
002976******************************************************************00290004
002977* TAX LIABILITY BY JURISDICTION - REMITTANCE COMES STRAIGHT       00290004
003063 01  WS-GL-FRANCHISE-ACCT        PIC X(08)   VALUE '21020000'.    00050004
003064 01  WS-GL-PEAK-ACCT             PIC X(08)   VALUE '40040000'.    00050004
003065 01  WS-GL-OFFPEAK-ACCT          PIC X(08)   VALUE '40060000'.    00050004
003066 01  WS-GL-DEPOSIT-ACCT          PIC X(08)   VALUE '22010000'.    00050004
003067 01  WS-GL-DEP-INT-ACCT          PIC X(08)   VALUE '22020000'.    00050004
003068 01  WS-GL-DEP-INT-EXP-ACCT      PIC X(08)   VALUE '59010000'.    00050004
003069 01  WS-GL-NET-METER-ACCT        PIC X(08)   VALUE '55510000'.    00050004
003070                                                                  00300004
003080******************************************************************00300004
003090* PRINT-LINE WORK AREA (BUILT THEN WRITTEN TO BILLPRT/EXCPRPT)    00300004
003140     05  WS-SEH-EST-FLAG          PIC X(01).                      00031004
003141     05  WS-SEH-PLAN              PIC X(01).                      00031004
003142     05  WS-SEH-EBILL             PIC X(01).                      00031004
003143     05  WS-SEH-KWH-DELIVERED     PIC 9(05).                      00031004
003144     05  WS-SEH-KWH-RECEIVED      PIC 9(05).                      00031004
003145     05  WS-SEH-KWH-BANKED        PIC 9(07).                      00031004
003143 01  WS-SE-DETAIL.                                                00031004
003144     05  WS-SED-TYPE              PIC X(01).                      00031004
003145     05  WS-SED-ACCOUNT           PIC 9(06).                      00031004
003441     IF WS-LIVE-RUN                                               00340004
003442         PERFORM 080-READ-CHECKPOINT                              00340004
003443     END-IF.                                                      00340004
003444     PERFORM 045-SELECT-BILL-CYCLE.                               00340004
003444     PERFORM 060-OPEN-FILES THRU 060-OPEN-FILES-EXIT.             00340004
003445     PERFORM 070-LOAD-RATE-TABLE.                                 00340004
003446     PERFORM 075-LOAD-TAX-TABLE.                                  00340004
003447     PERFORM 090-OPEN-AUDIT-HISTORY.                              00340004
003448     PERFORM 085-LOAD-DEPOSIT-RATES.                              00340004
003449     PERFORM 087-LOAD-AVOIDED-COST.                               00340004
003447     PERFORM 565-READ-AR.                                         00340004
003448     IF NOT WS-DEPMAST-NOTFOUND                                   00340004
003449         PERFORM 585-READ-DEP                                     00340004
003450     END-IF.                                                      00340004
003451     IF NOT WS-ARRMAST-NOTFOUND                                   00340004
003452         PERFORM 595-READ-ARR                                     00340004
003453     END-IF.                                                      00340004
003454     IF NOT WS-NMBANK-NOTFOUND                                    00340004
003455         PERFORM 545-READ-NMB                                     00340004
003456     END-IF.                                                      00340004
003444******************************************************************00340004
003445* READ THE RUN PARAMETER CARD.  'TRIAL' IN THE MODE FIELD RUNS    00340004
003446* THE FULL BILL PATH BUT POSTS NOTHING; ANYTHING ELSE (OR NO      00340004
003465                 IF PM-TRUEUP-FLAG = 'Y'                          00340004
003466                     MOVE 'Y' TO WS-TRUEUP-SW                     00340004
003460                 END-IF                                           00340004
003461                 IF PM-BILL-CYCLE NOT = SPACES                    00340004
003462                     MOVE PM-BILL-CYCLE TO WS-PARM-CYCLE          00340004
003463                 END-IF                                           00340004
003461         END-READ                                                 00340004
003462         CLOSE PARMFIL                                            00340004
003463     END-IF.                                                      00340004
003468         DISPLAY '*** ANNUAL BUDGET TRUE-UP RUN ***'              00340004
003466     END-IF.                                                      00340004
003467                                                                  00340004
003468******************************************************************00340004
003469* PICK THE CYCLE TO BILL.  THE CALENDAR SCHEDULES ONE CYCLE PER   00340004
003470* BILL DATE; A PARM-CARD CYCLE OVERRIDES IT TO CATCH UP A MISSED  00340004
003471* DAY, AND A RESTART FINISHES THE CYCLE ITS CHECKPOINT WAS TAKEN  00340004
003472* FOR.  THE CALENDAR IS REQUIRED - WITHOUT IT NOTHING CAN BILL.   00340004
003473******************************************************************00340004
003474 045-SELECT-BILL-CYCLE.                                           00340004
003475     OPEN INPUT CYCLCAL.                                          00340004
003476     IF WS-CYCLCAL-STATUS NOT = '00'                              00340004
003477         DISPLAY 'UNABLE TO OPEN CYCLCAL, STATUS='                00340004
003478             WS-CYCLCAL-STATUS                                    00340004
003479         MOVE 16 TO RETURN-CODE                                   00340004
003480         STOP RUN                                                 00340004
003481     END-IF.                                                      00340004
003482     PERFORM 046-READ-CALENDAR THRU 046-READ-CALENDAR-EXIT        00340004
003483         UNTIL WS-CYCLCAL-EOF.                                    00340004
003484     CLOSE CYCLCAL.                                               00340004
003485                                                                  00340004
003486     MOVE WS-SCHED-CYCLE TO WS-BILL-CYCLE.                        00340004
003487     IF WS-PARM-CYCLE NOT = SPACES                                00340004
003488         IF NOT WS-PARM-CYCLE-ON-CAL                              00340004
003489             DISPLAY 'PARM CYCLE ' WS-PARM-CYCLE                  00340004
003490                 ' IS NOT ON CYCLCAL - RUN STOPPED'               00340004
003491             MOVE 16 TO RETURN-CODE                               00340004
003492             STOP RUN                                             00340004
003493         END-IF                                                   00340004
003494         MOVE WS-PARM-CYCLE TO WS-BILL-CYCLE                      00340004
003495         DISPLAY '*** CATCH-UP RUN FOR CYCLE ' WS-PARM-CYCLE      00340004
003496     END-IF.                                                      00340004
003497     IF WS-SKIPPING-RECORDS                                       00340004
003498         AND WS-CKPT-CYCLE NOT = WS-BILL-CYCLE                    00340004
003499         MOVE WS-CKPT-CYCLE TO WS-BILL-CYCLE                      00340004
003500         DISPLAY 'RESTART FINISHES CYCLE ' WS-CKPT-CYCLE          00340004
003501     END-IF.                                                      00340004
003502     IF WS-BILL-CYCLE = SPACES                                    00340004
003503         DISPLAY 'NO CYCLE SCHEDULED TO BILL ON ' WS-RUN-DATE     00340004
003504             ' - EVERY ACCOUNT PASSES THROUGH'                    00340004
003505     ELSE                                                         00340004
003506         DISPLAY 'BILLING CYCLE ' WS-BILL-CYCLE                   00340004
003507     END-IF.                                                      00340004
003508                                                                  00340004
003509 046-READ-CALENDAR.                                               00340004
003510     READ CYCLCAL                                                 00340004
003511         AT END                                                   00340004
003512             GO TO 046-READ-CALENDAR-EXIT                         00340004
003513     END-READ.                                                    00340004
003514     IF CC-BILL-CYCLE = WS-PARM-CYCLE                             00340004
003515         SET WS-PARM-CYCLE-ON-CAL TO TRUE                         00340004
003516     END-IF.                                                      00340004
003517     IF CC-BILL-DATE NOT = WS-RUN-DATE                            00340004
003518         GO TO 046-READ-CALENDAR-EXIT                             00340004
003519     END-IF.                                                      00340004
003520     IF WS-SCHED-CYCLE NOT = SPACES                               00340004
003521         AND WS-SCHED-CYCLE NOT = CC-BILL-CYCLE                   00340004
003522         DISPLAY 'CYCLCAL SCHEDULES CYCLES ' WS-SCHED-CYCLE       00340004
003523             ' AND ' CC-BILL-CYCLE ' TO BILL ON ' WS-RUN-DATE     00340004
003524         DISPLAY 'ONE CYCLE PER DAY - RUN STOPPED'                00340004
003525         MOVE 16 TO RETURN-CODE                                   00340004
003526         STOP RUN                                                 00340004
003527     END-IF.                                                      00340004
003528     MOVE CC-BILL-CYCLE TO WS-SCHED-CYCLE.                        00340004
003529 046-READ-CALENDAR-EXIT.                                          00340004
003530     EXIT.                                                        00340004
003467                                                                  00340004
003470                                                                  00340004
003480 060-OPEN-FILES.                                                  00340004
003490     OPEN INPUT  CUSTMAST.                                        00340004
003504         MOVE 16 TO RETURN-CODE                                   00350004
003505         STOP RUN                                                 00350004
003506     END-IF.                                                      00350004
003507     OPEN INPUT  DEPRATE.                                         00350004
003508     IF WS-DEPRATE-STATUS NOT = '00'                              00350004
003509         DISPLAY 'UNABLE TO OPEN DEPRATE, STATUS='                00350004
003510             WS-DEPRATE-STATUS                                    00350004
003511         MOVE 16 TO RETURN-CODE                                   00350004
003512         STOP RUN                                                 00350004
003513     END-IF.                                                      00350004
003514*    NO DEPOSIT MASTER YET - NO ACCOUNT HAS A DEPOSIT TO BILL.    00350004
003515     OPEN INPUT  DEPMAST.                                         00350004
003516     IF WS-DEPMAST-NOTFOUND                                       00350004
003517         DISPLAY 'NO DEPOSIT MASTER - NO DEPOSITS BILLED'         00350004
003518         MOVE HIGH-VALUES TO WS-DEP-KEY                           00350004
003519     ELSE                                                         00350004
003520         IF WS-DEPMAST-STATUS NOT = '00'                          00350004
003521             DISPLAY 'UNABLE TO OPEN DEPMAST, STATUS='            00350004
003522                 WS-DEPMAST-STATUS                                00350004
003523             MOVE 16 TO RETURN-CODE                               00350004
003524             STOP RUN                                             00350004
003525         END-IF                                                   00350004
003526     END-IF.                                                      00350004
003527*    NO ARRANGEMENT MASTER YET - NO ACCOUNT HAS AN ARRANGEMENT.   00350004
003528     OPEN INPUT  ARRMAST.                                         00350004
003529     IF WS-ARRMAST-NOTFOUND                                       00350004
003530         DISPLAY 'NO ARRANGEMENT MASTER - NO INSTALLMENTS BILLED' 00350004
003531         MOVE HIGH-VALUES TO WS-ARR-KEY                           00350004
003532     ELSE                                                         00350004
003533         IF WS-ARRMAST-STATUS NOT = '00'                          00350004
003534             DISPLAY 'UNABLE TO OPEN ARRMAST, STATUS='            00350004
003535                 WS-ARRMAST-STATUS                                00350004
003536             MOVE 16 TO RETURN-CODE                               00350004
003537             STOP RUN                                             00350004
003538         END-IF                                                   00350004
003539     END-IF.                                                      00350004
003540     OPEN INPUT  AVCRATE.                                         00350004
003541     IF WS-AVCRATE-STATUS NOT = '00'                              00350004
003542         DISPLAY 'UNABLE TO OPEN AVCRATE, STATUS='                00350004
003543             WS-AVCRATE-STATUS                                    00350004
003544         MOVE 16 TO RETURN-CODE                                   00350004
003545         STOP RUN                                                 00350004
003546     END-IF.                                                      00350004
003547*    NO KWH BANK YET - EVERY NET-METERED ACCOUNT ENROLLS ON ITS   00350004
003548*    FIRST BILL.                                                  00350004
003549     OPEN INPUT  NMBANK.                                          00350004
003550     IF WS-NMBANK-NOTFOUND                                        00350004
003551         DISPLAY 'NO NET-METER BANK - STARTING A NEW ONE'         00350004
003552         MOVE HIGH-VALUES TO WS-NMB-KEY                           00350004
003553     ELSE                                                         00350004
003554         IF WS-NMBANK-STATUS NOT = '00'                           00350004
003555             DISPLAY 'UNABLE TO OPEN NMBANK, STATUS='             00350004
003556                 WS-NMBANK-STATUS                                 00350004
003557             MOVE 16 TO RETURN-CODE                               00350004
003558             STOP RUN                                             00350004
003559         END-IF                                                   00350004
003560     END-IF.                                                      00350004
003507                                                                  00350004
003508*    A TRIAL RUN TOUCHES NONE OF THE LIVE OUTPUT FILES - IT       00350004
003509*    OPENS ONLY THE PROPOSED-BILL REGISTER AND LEAVES BILLPRT,    00350004
003515         OPEN EXTEND ARNEW                                        00035004
003516         OPEN EXTEND HIBILL                                       00035004
003517         OPEN EXTEND STMTEXT                                      00035004
003518         OPEN EXTEND DEPNEW                                       00035004
003519         OPEN EXTEND ARRNEW                                       00035004
003520         OPEN EXTEND NMBNEW                                       00035004
003515     ELSE                                                         00035004
003518         OPEN OUTPUT BILLPRT                                      00035004
003519         OPEN OUTPUT EXCPRPT                                      00035004
003521         OPEN OUTPUT ARNEW                                        00035004
003522         OPEN OUTPUT HIBILL                                       00035004
003523         OPEN OUTPUT STMTEXT                                      00035004
003524         OPEN OUTPUT DEPNEW                                       00035004
003525         OPEN OUTPUT ARRNEW                                       00035004
003526         OPEN OUTPUT NMBNEW                                       00035004
003521     END-IF.                                                      00035004
003522*    GLEXTR IS A RUN-END SUMMARY, NOT A TRANSACTION LOG - IT IS   00350004
003523*    ALWAYS OPENED OUTPUT AND REWRITTEN FRESH, SINCE THE CONTROL  00350004
003565         MOVE 16 TO RETURN-CODE                                   00035004
003566         STOP RUN                                                 00035004
003567     END-IF.                                                      00035004
003568     IF WS-DEPNEW-STATUS NOT = '00'                               00035004
003569         DISPLAY 'UNABLE TO OPEN DEPNEW, STATUS='                 00035004
003570             WS-DEPNEW-STATUS                                     00035004
003571         MOVE 16 TO RETURN-CODE                                   00035004
003572         STOP RUN                                                 00035004
003573     END-IF.                                                      00035004
003574     IF WS-ARRNEW-STATUS NOT = '00'                               00035004
003575         DISPLAY 'UNABLE TO OPEN ARRNEW, STATUS='                 00035004
003576             WS-ARRNEW-STATUS                                     00035004
003577         MOVE 16 TO RETURN-CODE                                   00035004
003578         STOP RUN                                                 00035004
003579     END-IF.                                                      00035004
003580     IF WS-NMBNEW-STATUS NOT = '00'                               00035004
003581         DISPLAY 'UNABLE TO OPEN NMBNEW, STATUS='                 00035004
003582             WS-NMBNEW-STATUS                                     00035004
003583         MOVE 16 TO RETURN-CODE                                   00035004
003584         STOP RUN                                                 00035004
003585     END-IF.                                                      00035004
003580*    THE DAY'S LEDGER TRANSACTIONS ARE ALWAYS EXTENDED - OTHER    00035004
003581*    STEPS WRITE TO THEM TOO, AND A RESTART MUST KEEP THE ROWS    00035004
003582*    ALREADY WRITTEN FOR THE ACCOUNTS IT SKIPS.                   00035004
003583     OPEN EXTEND ARTRANS.                                         00035004
003584     IF WS-ARTRANS-NOTFOUND                                       00035004
003585         OPEN OUTPUT ARTRANS                                      00035004
003586     END-IF.                                                      00035004
003587     IF WS-ARTRANS-STATUS NOT = '00'                              00035004
003588         DISPLAY 'UNABLE TO OPEN ARTRANS, STATUS='                00035004
003589             WS-ARTRANS-STATUS                                    00035004
003590         MOVE 16 TO RETURN-CODE                                   00035004
003591         STOP RUN                                                 00035004
003592     END-IF.                                                      00035004
003550                                                                  00350004
003551 060-OPEN-FILES-EXIT.                                             00350004
003552     EXIT.                                                        00350004
003837     EXIT.                                                        00380004
003838                                                                  00380004
003839******************************************************************00380004
003840* LOAD THE DATE-EFFECTIVE DEPOSIT SCHEDULE FROM DEPRATE           00380004
003841******************************************************************00380004
003842 085-LOAD-DEPOSIT-RATES.                                          00380004
003843     PERFORM 086-READ-DEPOSIT-RATE THRU 086-READ-DEPOSIT-RATE-EXIT00380004
003844         UNTIL WS-DEPRATE-EOF.                                    00380004
003845     CLOSE DEPRATE.                                               00380004
003846                                                                  00380004
003847 086-READ-DEPOSIT-RATE.                                           00380004
003848     READ DEPRATE                                                 00380004
003849         AT END                                                   00380004
003850             SET WS-DEPRATE-EOF TO TRUE                           00380004
003851             GO TO 086-READ-DEPOSIT-RATE-EXIT                     00380004
003852     END-READ.                                                    00380004
003853     IF WS-DR-COUNT >= 40                                         00380004
003854         DISPLAY 'DEPRATE HAS MORE THAN 40 ROWS - TABLE FULL'     00380004
003855         MOVE 16 TO RETURN-CODE                                   00380004
003856         STOP RUN                                                 00380004
003857     END-IF.                                                      00380004
003858     ADD 1 TO WS-DR-COUNT.                                        00380004
003859     MOVE DR-RATE-PLAN-CODE TO WS-DR-PLAN-CODE(WS-DR-COUNT).      00380004
003860     MOVE DR-EFF-DATE       TO WS-DR-EFF-DATE(WS-DR-COUNT).       00380004
003861     MOVE DR-DEPOSIT-AMT    TO WS-DR-DEPOSIT-AMT(WS-DR-COUNT).    00380004
003862     MOVE DR-INT-RATE       TO WS-DR-INT-RATE(WS-DR-COUNT).       00380004
003863 086-READ-DEPOSIT-RATE-EXIT.                                      00380004
003864     EXIT.                                                        00380004
003865                                                                  00380004
003866******************************************************************00380004
003867* LOAD THE DATE-EFFECTIVE AVOIDED-COST SCHEDULE FROM AVCRATE      00380004
003868******************************************************************00380004
003869 087-LOAD-AVOIDED-COST.                                           00380004
003870     PERFORM 088-READ-AVOIDED-COST THRU 088-READ-AVOIDED-COST-EXIT00380004
003871         UNTIL WS-AVCRATE-EOF.                                    00380004
003872     CLOSE AVCRATE.                                               00380004
003873                                                                  00380004
003874 088-READ-AVOIDED-COST.                                           00380004
003875     READ AVCRATE                                                 00380004
003876         AT END                                                   00380004
003877             SET WS-AVCRATE-EOF TO TRUE                           00380004
003878             GO TO 088-READ-AVOIDED-COST-EXIT                     00380004
003879     END-READ.                                                    00380004
003880     IF WS-AV-COUNT >= 40                                         00380004
003881         DISPLAY 'AVCRATE HAS MORE THAN 40 ROWS - TABLE FULL'     00380004
003882         MOVE 16 TO RETURN-CODE                                   00380004
003883         STOP RUN                                                 00380004
003884     END-IF.                                                      00380004
003885     ADD 1 TO WS-AV-COUNT.                                        00380004
003886     MOVE AV-RATE-PLAN-CODE TO WS-AV-PLAN-CODE(WS-AV-COUNT).      00380004
003887     MOVE AV-EFF-DATE       TO WS-AV-EFF-DATE(WS-AV-COUNT).       00380004
003888     MOVE AV-RATE           TO WS-AV-RATE(WS-AV-COUNT).           00380004
003889 088-READ-AVOIDED-COST-EXIT.                                      00380004
003890     EXIT.                                                        00380004
003838                                                                  00380004
003839******************************************************************00380004
003840* OPEN THE RETAINED AUDIT HISTORY.  A MISSING FILE (FIRST         00380004
003841* CYCLE) JUST MEANS NO PRIOR USAGE TO COMPARE AGAINST.            00380004
003842******************************************************************00380004
003843 090-OPEN-AUDIT-HISTORY.                                          00380004
003844     OPEN INPUT AUDITH.                                           00380004
003845     IF WS-AUDITH-NOTFOUND                                        00380004
003846         DISPLAY 'NO AUDIT HISTORY - HIGH-BILL CHECK SKIPPED'     00380004
003847     ELSE                                                         00380004
003848         IF WS-AUDITH-STATUS NOT = '00'                           00380004
003849             DISPLAY 'UNABLE TO OPEN AUDITH, STATUS='             00380004
003850                 WS-AUDITH-STATUS                                 00380004
003851             MOVE 16 TO RETURN-CODE                               00380004
003852             STOP RUN                                             00380004
003853         END-IF                                                   00380004
003854     END-IF.                                                      00380004
003855                                                                  00380004
003856******************************************************************00380004
003857* READ THE ACCOUNT'S HISTORY - START AT ITS FIRST KEY AND READ    00380004
003858* FORWARD UNTIL THE ACCOUNT CHANGES.  THE HIGH-BILL CHECK, THE    00380004
003859* BUDGET AMOUNT, THE USAGE PANEL AND THE STATEMENT EXTRACT ALL    00380004
003860* WORK FROM THE TABLE THIS FILLS.                                 00380004
003861******************************************************************00380004
003862 091-LOAD-ACCOUNT-HISTORY.                                        00380004
003863     MOVE 0 TO WS-HIST-COUNT.                                     00380004
003864     IF WS-AUDITH-NOTFOUND                                        00380004
003865         GO TO 091-LOAD-ACCOUNT-HISTORY-EXIT                      00380004
003866     END-IF.                                                      00380004
003867     MOVE 'N' TO WS-HIST-DONE-SW.                                 00380004
003868     MOVE WS-ACCOUNT-NO TO AH-ACCOUNT-NO.                         00380004
003869     MOVE 0 TO AH-RUN-DATE.                                       00380004
003870     MOVE 0 TO AH-RUN-TIME.                                       00380004
003871     START AUDITH KEY IS NOT LESS THAN AH-KEY                     00380004
003872         INVALID KEY                                              00380004
003873             SET WS-HIST-DONE TO TRUE                             00380004
003874     END-START.                                                   00380004
003875     PERFORM 092-READ-ACCOUNT-HISTORY                             00380004
003876         THRU 092-READ-ACCOUNT-HISTORY-EXIT                       00380004
003877         UNTIL WS-HIST-DONE.                                      00380004
003878 091-LOAD-ACCOUNT-HISTORY-EXIT.                                   00380004
003879     EXIT.                                                        00380004
003880                                                                  00380004
003881 092-READ-ACCOUNT-HISTORY.                                        00380004
003882     READ AUDITH NEXT RECORD                                      00380004
003883         AT END                                                   00380004
003884             SET WS-HIST-DONE TO TRUE                             00380004
003885             GO TO 092-READ-ACCOUNT-HISTORY-EXIT                  00380004
003886     END-READ.                                                    00380004
003887     IF AH-ACCOUNT-NO NOT = WS-ACCOUNT-NO                         00380004
003888         SET WS-HIST-DONE TO TRUE                                 00380004
003889         GO TO 092-READ-ACCOUNT-HISTORY-EXIT                      00380004
003890     END-IF.                                                      00380004
003891*    A CANCELLED BILL AND ITS REVERSAL ARE NOT USAGE - THE        00380004
003892*    REBILL CARRIES THE SAME PERIOD.                              00380004
003893     IF AH-TYPE-CANCELLED                                         00380004
003894         GO TO 092-READ-ACCOUNT-HISTORY-EXIT                      00380004
003895     END-IF.                                                      00380004
003896     IF WS-HIST-COUNT < 13                                        00380004
003897         ADD 1 TO WS-HIST-COUNT                                   00380004
003898     ELSE                                                         00380004
003899         MOVE 1 TO WS-HI-IDX                                      00380004
003900         PERFORM 093-SHIFT-HISTORY                                00380004
003901             UNTIL WS-HI-IDX > 12                                 00380004
003902     END-IF.                                                      00380004
003903     MOVE AH-ACCOUNT-NO  TO WS-HI-ACCOUNT(WS-HIST-COUNT).         00380004
003904     MOVE AH-RUN-DATE    TO WS-HI-RUN-DATE(WS-HIST-COUNT).        00380004
003905*    A NET-METERED PERIOD COMPARES AND CHARTS ITS DELIVERED KWH,  00380004
003906*    NOT THE NET BILLED.                                          00380004
003907     IF AH-KWH-DELIVERED NUMERIC                                  00380004
003908         MOVE AH-KWH-DELIVERED TO WS-HI-KWH(WS-HIST-COUNT)        00380004
003909     ELSE                                                         00380004
003910         MOVE AH-KWH-USED    TO WS-HI-KWH(WS-HIST-COUNT)          00380004
003911     END-IF.                                                      00380004
003912     MOVE AH-TOTAL-BILL  TO WS-HI-TOTAL-BILL(WS-HIST-COUNT).      00380004
003913 092-READ-ACCOUNT-HISTORY-EXIT.                                   00380004
003914     EXIT.                                                        00380004
003915                                                                  00380004
003916 093-SHIFT-HISTORY.                                               00380004
003917     MOVE WS-HIST-ENTRY(WS-HI-IDX + 1)                            00380004
003918         TO WS-HIST-ENTRY(WS-HI-IDX).                             00380004
003919     ADD 1 TO WS-HI-IDX.                                          00380004
003820                                                                  00380004
003830******************************************************************00380004
003840* READ ANY EXISTING CHECKPOINT SO A RERUN AFTER AN ABEND SKIPS    00380004
004033         MOVE CK-HELD-COUNT        TO WS-HELD-COUNT               00037004
004034         MOVE CK-PEAK-CHG          TO WS-TOTAL-PEAK-CHG           00037004
004035         MOVE CK-OFFPEAK-CHG       TO WS-TOTAL-OFFPEAK-CHG        00037004
004036         MOVE CK-DEP-PAID          TO WS-TOTAL-DEP-PAID           00037004
004037         MOVE CK-DEP-INT           TO WS-TOTAL-DEP-INT            00037004
004038         MOVE CK-DEP-REFUND        TO WS-TOTAL-DEP-REFUND         00037004
004039         MOVE CK-DEP-INT-REFUND    TO WS-TOTAL-DEP-INT-REFUND     00037004
004040         MOVE CK-ARR-INST          TO WS-TOTAL-ARR-INST           00037004
004041         MOVE CK-ARR-BILLED        TO WS-ARR-BILLED-COUNT         00037004
004042         MOVE CK-ARR-BROKEN        TO WS-ARR-BROKEN-COUNT         00037004
004043         MOVE CK-ARR-PAIDOUT       TO WS-ARR-PAIDOUT-COUNT        00037004
004044         MOVE CK-CYCLE-PASSED      TO WS-CYCLE-PASSED             00037004
004045         MOVE CK-BILL-CYCLE        TO WS-CKPT-CYCLE               00037004
004046         MOVE CK-NM-CREDIT         TO WS-TOTAL-NM-CREDIT          00037004
004047         MOVE CK-NM-SETTLED        TO WS-NM-SETTLED-COUNT         00037004
004048         MOVE CK-FINAL-READS       TO WS-FINAL-READS              00037004
004026     END-IF.                                                      00400004
004050                                                                  00400004
004060******************************************************************00400004
004284     MOVE CM-ACCT-STATUS    TO WS-ACCT-STATUS.                    00042004
004285     MOVE CM-PEAK-KWH       TO WS-PEAK-KWH.                       00042004
004286     MOVE CM-EBILL-FLAG     TO WS-EBILL-FLAG.                     00042004
004287     MOVE CM-NET-METER      TO WS-NET-METER.                      00042004
004288     IF CM-KWH-RECVD-X NUMERIC                                    00042004
004289         MOVE CM-KWH-RECVD  TO WS-KWH-RECVD                       00042004
004290     ELSE                                                         00042004
004291         MOVE 0             TO WS-KWH-RECVD                       00042004
004292     END-IF.                                                      00042004
004290     MOVE CM-BILLING-DAYS   TO WS-BILLING-DAYS.                   00420004
004291     MOVE WS-ACCOUNT-NO     TO WS-CUST-KEY-X.                     00420004
004300                                                                  00430004
004310     IF WS-SKIPPING-RECORDS                                       00430004
004320         IF WS-ACCOUNT-NO NOT > WS-LAST-CKPT-ACCOUNT              00430004
004321             PERFORM 561-CONSUME-AR THRU 561-CONSUME-AR-EXIT      00430004
004322             PERFORM 581-CONSUME-DEP THRU 581-CONSUME-DEP-EXIT    00430004
004323             PERFORM 591-CONSUME-ARR THRU 591-CONSUME-ARR-EXIT    00430004
004324             PERFORM 541-CONSUME-NMB THRU 541-CONSUME-NMB-EXIT    00430004
004330             GO TO 550-READ-CUSTOMER-EXIT                         00430004
004340         ELSE                                                     00430004
004350             MOVE 'N' TO WS-SKIP-SW                               00430004
004360         END-IF                                                   00430004
004370     END-IF.                                                      00430004
004371     PERFORM 560-LOCATE-AR THRU 560-LOCATE-AR-EXIT.               00050004
004372     PERFORM 580-LOCATE-DEP THRU 580-LOCATE-DEP-EXIT.             00050004
004373     PERFORM 590-LOCATE-ARR THRU 590-LOCATE-ARR-EXIT.             00050004
004374     PERFORM 540-LOCATE-NMB THRU 540-LOCATE-NMB-EXIT.             00050004
004372                                                                  00050004
004373*    A CLOSED ACCOUNT (FINAL-BILLED BY UTIL2050) GETS NO          00050004
004374*    CYCLE BILL - ITS A/R PASSES THROUGH UNTOUCHED.  SO DOES A    00050004
004375*    DISCONNECTED ACCOUNT WHOSE FINAL READ HAS BILLED (UTIL2055   00050004
004376*    STATUS S) - THE SERVICE IS OFF.                              00050004
004377     IF WS-ACCT-CLOSED OR WS-SERVICE-OFF                          00050004
004376         PERFORM 575-RESTORE-AR                                   00050004
004377         GO TO 550-READ-CUSTOMER-EXIT                             00050004
004378     END-IF.                                                      00050004
004379                                                                  00050004
004380*    AN ACCOUNT OUTSIDE THE CYCLE BEING BILLED PASSES THROUGH     00050004
004381*    THE SAME WAY - IT BILLS ON ITS OWN CYCLE'S DAY.              00050004
004382     IF WS-BILL-CYCLE = SPACES                                    00050004
004383         OR CM-BILL-CYCLE NOT = WS-BILL-CYCLE                     00050004
004384         ADD 1 TO WS-CYCLE-PASSED                                 00050004
004385         PERFORM 575-RESTORE-AR                                   00050004
004386         GO TO 550-READ-CUSTOMER-EXIT                             00050004
004387     END-IF.                                                      00050004
004379                                                                  00050004
004380                                                                  00430004
004390     PERFORM 150-EDIT-CUSTOMER.                                   00430004
004391     IF WS-RECORD-VALID                                           00430004
004392         PERFORM 091-LOAD-ACCOUNT-HISTORY                         00430004
004393             THRU 091-LOAD-ACCOUNT-HISTORY-EXIT                   00430004
004392         PERFORM 155-CHECK-HIGH-BILL                              00430004
004393             THRU 155-CHECK-HIGH-BILL-EXIT                        00430004
004394         IF WS-HOLD-BILL                                          00430004
004536 570-WRITE-AR-NEW.                                                00440004
004537     MOVE SPACES TO WS-AR-NEW-REC.                                00440004
004538     MOVE WS-ACCOUNT-NO       TO WS-ARN-ACCOUNT-NO.               00440004
004539*    THE DEPOSIT BILLED ON THIS STATEMENT IS NOT A/R - IT         00440004
004540*    STAYS ON THE DEPOSIT LEDGER UNTIL PAID.  WHAT A PAYMENT      00440004
004541*    ARRANGEMENT STILL DEFERS IS A/R, THOUGH NOT YET DUE.         00440004
004542     COMPUTE WS-ARN-PRIOR-BALANCE = WS-TOTAL-DUE - WS-DEP-DUE     00440004
004543         + WS-ARR-DEFERRED-LEFT.                                  00440004
004540     MOVE 0                   TO WS-ARN-PAYMENTS-RECVD.           00440004
004541     MOVE WS-AR-LAST-PAY-DATE TO WS-ARN-LAST-PAY-DATE.            00440004
004542     MOVE WS-BUDGET-VARIANCE-NEW TO WS-ARN-BUDGET-VARIANCE.       00440004
004542     IF WS-LIVE-RUN                                               00440004
004543         WRITE AN-RECORD FROM WS-AR-NEW-REC                       00440004
004544     END-IF.                                                      00440004
004545     IF WS-LIVE-RUN                                               00440004
004546         PERFORM 571-WRITE-LEDGER-ROWS                            00440004
004547     END-IF.                                                      00440004
004545     PERFORM 587-WRITE-DEP-NEW.                                   00440004
004546     PERFORM 597-WRITE-ARR-NEW.                                   00440004
004547     PERFORM 547-WRITE-NMB-NEW.                                   00440004
004547                                                                  00440004
004548******************************************************************00440004
004549* THE LEDGER ROWS BEHIND THE NEW BALANCE.  TOGETHER WITH THE      00440004
004550* OLD BALANCE LESS PAYMENTS THEY FOOT TO WHAT 570 CARRIES TO      00440004
004551* ARNEW - A BUDGET ACCOUNT IS CHARGED ITS LEVEL AMOUNT (PLUS      00440004
004552* ANY TRUE-UP), THE PART OF THE PAYMENT MOVED TO THE DEPOSIT      00440004
004553* GOES BACK ON THE BALANCE, AND A DEPOSIT REFUND OR A NET-METER   00440004
004554* SETTLEMENT COMES OFF IT.                                        00440004
004554******************************************************************00440004
004555 571-WRITE-LEDGER-ROWS.                                           00440004
004556     MOVE SPACES TO LG-RECORD.                                    00440004
004557     MOVE WS-ACCOUNT-NO TO LG-ACCOUNT-NO.                         00440004
004558     MOVE 'BL' TO LG-TRAN-TYPE.                                   00440004
004559     MOVE WS-BILL-DATE TO LG-TRAN-DATE.                           00440004
004560     IF WS-BUDGET-ACTIVE                                          00440004
004561         MOVE WS-BUDGET-AMOUNT TO LG-AMOUNT                       00440004
004562         MOVE 'BUDGET BILLING' TO LG-REFERENCE                    00440004
004563     ELSE                                                         00440004
004564         MOVE WS-TOTAL-BILL TO LG-AMOUNT                          00440004
004565         MOVE 'CURRENT CHARGES' TO LG-REFERENCE                   00440004
004566     END-IF.                                                      00440004
004567     IF LG-AMOUNT NOT = 0                                         00440004
004568         PERFORM 573-WRITE-LEDGER                                 00440004
004569     END-IF.                                                      00440004
004570     IF WS-TRUEUP-AMOUNT NOT = 0                                  00440004
004571         MOVE SPACES TO LG-RECORD                                 00440004
004572         MOVE WS-ACCOUNT-NO TO LG-ACCOUNT-NO                      00440004
004573         MOVE 'TU' TO LG-TRAN-TYPE                                00440004
004574         MOVE WS-BILL-DATE TO LG-TRAN-DATE                        00440004
004575         MOVE WS-TRUEUP-AMOUNT TO LG-AMOUNT                       00440004
004576         MOVE 'BUDGET TRUE-UP' TO LG-REFERENCE                    00440004
004577         PERFORM 573-WRITE-LEDGER                                 00440004
004578     END-IF.                                                      00440004
004579     IF WS-LATE-CHARGE > 0                                        00440004
004580         MOVE SPACES TO LG-RECORD                                 00440004
004581         MOVE WS-ACCOUNT-NO TO LG-ACCOUNT-NO                      00440004
004582         MOVE 'LC' TO LG-TRAN-TYPE                                00440004
004583         MOVE WS-BILL-DATE TO LG-TRAN-DATE                        00440004
004584         MOVE WS-LATE-CHARGE TO LG-AMOUNT                         00440004
004585         MOVE 'LATE PAYMENT CHARGE' TO LG-REFERENCE               00440004
004586         PERFORM 573-WRITE-LEDGER                                 00440004
004587     END-IF.                                                      00440004
004588     IF WS-DEP-PAID-NOW > 0                                       00440004
004589         MOVE SPACES TO LG-RECORD                                 00440004
004590         MOVE WS-ACCOUNT-NO TO LG-ACCOUNT-NO                      00440004
004591         MOVE 'DT' TO LG-TRAN-TYPE                                00440004
004592         MOVE WS-BILL-DATE TO LG-TRAN-DATE                        00440004
004593         MOVE WS-DEP-PAID-NOW TO LG-AMOUNT                        00440004
004594         MOVE 'PAYMENT TO DEPOSIT' TO LG-REFERENCE                00440004
004595         PERFORM 573-WRITE-LEDGER                                 00440004
004596     END-IF.                                                      00440004
004597     IF WS-DEP-REFUND > 0                                         00440004
004598         MOVE SPACES TO LG-RECORD                                 00440004
004599         MOVE WS-ACCOUNT-NO TO LG-ACCOUNT-NO                      00440004
004600         MOVE 'DR' TO LG-TRAN-TYPE                                00440004
004601         MOVE WS-BILL-DATE TO LG-TRAN-DATE                        00440004
004602         COMPUTE LG-AMOUNT = 0 - WS-DEP-REFUND                    00440004
004603         MOVE 'DEPOSIT REFUND' TO LG-REFERENCE                    00440004
004604         PERFORM 573-WRITE-LEDGER                                 00440004
004605     END-IF.                                                      00440004
004606     IF WS-NM-CREDIT > 0                                          00440004
004607         MOVE SPACES TO LG-RECORD                                 00440004
004608         MOVE WS-ACCOUNT-NO TO LG-ACCOUNT-NO                      00440004
004609         MOVE 'NM' TO LG-TRAN-TYPE                                00440004
004610         MOVE WS-BILL-DATE TO LG-TRAN-DATE                        00440004
004611         COMPUTE LG-AMOUNT = 0 - WS-NM-CREDIT                     00440004
004612         MOVE 'NET METER SETTLEMENT' TO LG-REFERENCE              00440004
004613         PERFORM 573-WRITE-LEDGER                                 00440004
004614     END-IF.                                                      00440004
004606                                                                  00440004
004607******************************************************************00440004
004608* APPEND ONE ROW TO THE DAY'S LEDGER TRANSACTIONS.  THE CALLER    00440004
004609* FILLS IN THE ACCOUNT, TYPE, DATE, SIGNED AMOUNT (A CREDIT TO    00440004
004610* THE BALANCE IS NEGATIVE) AND REFERENCE.                         00440004
004611******************************************************************00440004
004612 573-WRITE-LEDGER.                                                00440004
004613     MOVE WS-RUN-DATE TO LG-POST-DATE.                            00440004
004614     MOVE WS-RUN-TIME TO LG-POST-TIME.                            00440004
004615     MOVE 'UTIL2000' TO LG-SOURCE.                                00440004
004616     WRITE LG-RECORD.                                             00440004
004617     IF WS-ARTRANS-STATUS NOT = '00'                              00440004
004618         DISPLAY 'UNABLE TO WRITE ARTRANS, STATUS='               00440004
004619             WS-ARTRANS-STATUS                                    00440004
004620         MOVE 16 TO RETURN-CODE                                   00440004
004621         STOP RUN                                                 00440004
004622     END-IF.                                                      00440004
004623     ADD 1 TO WS-LEDGER-WRITTEN.                                  00440004
004543                                                                  00440004
004544******************************************************************00440004
004545* AN EXCEPTION ACCOUNT WAS NOT BILLED, SO ITS A/R, DEPOSIT,       00440004
004546* ARRANGEMENT AND KWH BANK RECORDS (IF ANY) PASS TO ARNEW,        00440004
004547* DEPNEW, ARRNEW AND NMBNEW EXACTLY AS THEY CAME IN.              00440004
004547******************************************************************00440004
004548 575-RESTORE-AR.                                                  00440004
004549     IF WS-AR-MATCHED AND WS-LIVE-RUN                             00440004
004550         WRITE AN-RECORD FROM WS-AR-SAVE                          00440004
004551     END-IF.                                                      00440004
004552     PERFORM 588-RESTORE-DEP.                                     00440004
004553     PERFORM 598-RESTORE-ARR.                                     00440004
004554     PERFORM 548-RESTORE-NMB.                                     00440004
004553                                                                  00440004
004554******************************************************************00440004
004555* LOCATE THIS CUSTOMER'S DEPOSIT RECORD - SAME SEQUENTIAL MATCH   00440004
004556* AS THE A/R MASTER.  DEPOSITS FOR ACCOUNTS NOT BILLED THIS RUN   00440004
004557* PASS THROUGH TO DEPNEW UNCHANGED.                               00440004
004558******************************************************************00440004
004559 580-LOCATE-DEP.                                                  00440004
004560     PERFORM 582-PASS-DEP THRU 582-PASS-DEP-EXIT                  00440004
004561         UNTIL WS-DEP-KEY >= WS-CUST-KEY-X.                       00440004
004562     IF WS-DEP-KEY = WS-CUST-KEY-X                                00440004
004563         SET WS-DEP-MATCHED TO TRUE                               00440004
004564         MOVE DM-RECORD TO WS-DEP-SAVE                            00440004
004565         MOVE DM-RECORD TO WS-DEP-REC                             00440004
004566         PERFORM 585-READ-DEP                                     00440004
004567     ELSE                                                         00440004
004568         MOVE 'N' TO WS-DEP-MATCHED-SW                            00440004
004569         MOVE SPACES TO WS-DEP-SAVE                               00440004
004570         MOVE SPACES TO WS-DEP-REC                                00440004
004571     END-IF.                                                      00440004
004572 580-LOCATE-DEP-EXIT.                                             00440004
004573     EXIT.                                                        00440004
004574                                                                  00440004
004575******************************************************************00440004
004576* DURING A RESTART SKIP, DEPOSIT RECORDS AT OR BELOW THE SKIPPED  00440004
004577* ACCOUNT ARE ALREADY ON DEPNEW FROM THE PRIOR PARTIAL RUN.       00440004
004578******************************************************************00440004
004579 581-CONSUME-DEP.                                                 00440004
004580     PERFORM 583-DROP-DEP THRU 583-DROP-DEP-EXIT                  00440004
004581         UNTIL WS-DEP-KEY >= WS-CUST-KEY-X.                       00440004
004582     IF WS-DEP-KEY = WS-CUST-KEY-X                                00440004
004583         PERFORM 585-READ-DEP                                     00440004
004584     END-IF.                                                      00440004
004585 581-CONSUME-DEP-EXIT.                                            00440004
004586     EXIT.                                                        00440004
004587                                                                  00440004
004588 582-PASS-DEP.                                                    00440004
004589     IF WS-LIVE-RUN                                               00440004
004590         WRITE DN-RECORD FROM DM-RECORD                           00440004
004591     END-IF.                                                      00440004
004592     PERFORM 585-READ-DEP.                                        00440004
004593 582-PASS-DEP-EXIT.                                               00440004
004594     EXIT.                                                        00440004
004595                                                                  00440004
004596 583-DROP-DEP.                                                    00440004
004597     PERFORM 585-READ-DEP.                                        00440004
004598 583-DROP-DEP-EXIT.                                               00440004
004599     EXIT.                                                        00440004
004600                                                                  00440004
004601 585-READ-DEP.                                                    00440004
004602     READ DEPMAST                                                 00440004
004603         AT END                                                   00440004
004604             MOVE HIGH-VALUES TO WS-DEP-KEY                       00440004
004605         NOT AT END                                               00440004
004606             MOVE DM-ACCOUNT-NO TO WS-DEP-KEY                     00440004
004607     END-READ.                                                    00440004
004608                                                                  00440004
004609******************************************************************00440004
004610* CARRY THE BILLED ACCOUNT'S DEPOSIT RECORD, AS UPDATED BY THIS   00440004
004611* BILL, FORWARD TO DEPNEW.                                        00440004
004612******************************************************************00440004
004613 587-WRITE-DEP-NEW.                                               00440004
004614     IF WS-DEP-MATCHED AND WS-LIVE-RUN                            00440004
004615         WRITE DN-RECORD FROM WS-DEP-REC                          00440004
004616     END-IF.                                                      00440004
004617                                                                  00440004
004618 588-RESTORE-DEP.                                                 00440004
004619     IF WS-DEP-MATCHED AND WS-LIVE-RUN                            00440004
004620         WRITE DN-RECORD FROM WS-DEP-SAVE                         00440004
004621     END-IF.                                                      00440004
004622                                                                  00440004
004623******************************************************************00440004
004624* LOCATE THIS CUSTOMER'S PAYMENT ARRANGEMENT - SAME SEQUENTIAL    00440004
004625* MATCH AS THE A/R MASTER.  ARRANGEMENTS FOR ACCOUNTS NOT BILLED  00440004
004626* THIS RUN PASS THROUGH TO ARRNEW UNCHANGED.                      00440004
004627******************************************************************00440004
004628 590-LOCATE-ARR.                                                  00440004
004629     PERFORM 592-PASS-ARR THRU 592-PASS-ARR-EXIT                  00440004
004630         UNTIL WS-ARR-KEY >= WS-CUST-KEY-X.                       00440004
004631     IF WS-ARR-KEY = WS-CUST-KEY-X                                00440004
004632         SET WS-ARR-MATCHED TO TRUE                               00440004
004633         MOVE AM-RECORD TO WS-ARR-SAVE                            00440004
004634         MOVE AM-RECORD TO WS-ARR-REC                             00440004
004635         PERFORM 595-READ-ARR                                     00440004
004636     ELSE                                                         00440004
004637         MOVE 'N' TO WS-ARR-MATCHED-SW                            00440004
004638         MOVE SPACES TO WS-ARR-SAVE                               00440004
004639         MOVE SPACES TO WS-ARR-REC                                00440004
004640     END-IF.                                                      00440004
004641 590-LOCATE-ARR-EXIT.                                             00440004
004642     EXIT.                                                        00440004
004643                                                                  00440004
004644******************************************************************00440004
004645* DURING A RESTART SKIP, ARRANGEMENT RECORDS AT OR BELOW THE      00440004
004646* SKIPPED ACCOUNT ARE ALREADY ON ARRNEW FROM THE PRIOR PARTIAL    00440004
004647* RUN.                                                            00440004
004648******************************************************************00440004
004649 591-CONSUME-ARR.                                                 00440004
004650     PERFORM 593-DROP-ARR THRU 593-DROP-ARR-EXIT                  00440004
004651         UNTIL WS-ARR-KEY >= WS-CUST-KEY-X.                       00440004
004652     IF WS-ARR-KEY = WS-CUST-KEY-X                                00440004
004653         PERFORM 595-READ-ARR                                     00440004
004654     END-IF.                                                      00440004
004655 591-CONSUME-ARR-EXIT.                                            00440004
004656     EXIT.                                                        00440004
004657                                                                  00440004
004658 592-PASS-ARR.                                                    00440004
004659     IF WS-LIVE-RUN                                               00440004
004660         WRITE AX-RECORD FROM AM-RECORD                           00440004
004661     END-IF.                                                      00440004
004662     PERFORM 595-READ-ARR.                                        00440004
004663 592-PASS-ARR-EXIT.                                               00440004
004664     EXIT.                                                        00440004
004665                                                                  00440004
004666 593-DROP-ARR.                                                    00440004
004667     PERFORM 595-READ-ARR.                                        00440004
004668 593-DROP-ARR-EXIT.                                               00440004
004669     EXIT.                                                        00440004
004670                                                                  00440004
004671 595-READ-ARR.                                                    00440004
004672     READ ARRMAST                                                 00440004
004673         AT END                                                   00440004
004674             MOVE HIGH-VALUES TO WS-ARR-KEY                       00440004
004675         NOT AT END                                               00440004
004676             MOVE AM-ACCOUNT-NO TO WS-ARR-KEY                     00440004
004677     END-READ.                                                    00440004
004678                                                                  00440004
004679******************************************************************00440004
004680* CARRY THE BILLED ACCOUNT'S ARRANGEMENT, AS UPDATED BY THIS      00440004
004681* BILL, FORWARD TO ARRNEW.                                        00440004
004682******************************************************************00440004
004683 597-WRITE-ARR-NEW.                                               00440004
004684     IF WS-ARR-MATCHED AND WS-LIVE-RUN                            00440004
004685         WRITE AX-RECORD FROM WS-ARR-REC                          00440004
004686     END-IF.                                                      00440004
004687                                                                  00440004
004688 598-RESTORE-ARR.                                                 00440004
004689     IF WS-ARR-MATCHED AND WS-LIVE-RUN                            00440004
004690         WRITE AX-RECORD FROM WS-ARR-SAVE                         00440004
004691     END-IF.                                                      00440004
004692                                                                  00440004
004693******************************************************************00440004
004694* LOCATE THIS CUSTOMER'S NET-METERING KWH BANK - SAME SEQUENTIAL  00440004
004695* MATCH AS THE A/R MASTER.  BANKS FOR ACCOUNTS NOT BILLED THIS RUN00440004
004696* PASS THROUGH TO NMBNEW UNCHANGED.  A NET-METERED ACCOUNT WITH   00440004
004697* NO BANK YET IS ENROLLED WHEN ITS BILL IS NETTED (SEE 215).      00440004
004698******************************************************************00440004
004699 540-LOCATE-NMB.                                                  00440004
004700     MOVE 'N' TO WS-NMB-CREATED-SW.                               00440004
004701     PERFORM 542-PASS-NMB THRU 542-PASS-NMB-EXIT                  00440004
004702         UNTIL WS-NMB-KEY >= WS-CUST-KEY-X.                       00440004
004703     IF WS-NMB-KEY = WS-CUST-KEY-X                                00440004
004704         SET WS-NMB-MATCHED TO TRUE                               00440004
004705         MOVE NM-RECORD TO WS-NMB-SAVE                            00440004
004706         MOVE NM-RECORD TO WS-NMB-REC                             00440004
004707         PERFORM 545-READ-NMB                                     00440004
004708     ELSE                                                         00440004
004709         MOVE 'N' TO WS-NMB-MATCHED-SW                            00440004
004710         MOVE SPACES TO WS-NMB-SAVE                               00440004
004711         MOVE SPACES TO WS-NMB-REC                                00440004
004712     END-IF.                                                      00440004
004713 540-LOCATE-NMB-EXIT.                                             00440004
004714     EXIT.                                                        00440004
004715                                                                  00440004
004716******************************************************************00440004
004717* DURING A RESTART SKIP, KWH BANK RECORDS AT OR BELOW THE SKIPPED 00440004
004718* ACCOUNT ARE ALREADY ON NMBNEW FROM THE PRIOR PARTIAL RUN.       00440004
004719******************************************************************00440004
004720 541-CONSUME-NMB.                                                 00440004
004721     PERFORM 543-DROP-NMB THRU 543-DROP-NMB-EXIT                  00440004
004722         UNTIL WS-NMB-KEY >= WS-CUST-KEY-X.                       00440004
004723     IF WS-NMB-KEY = WS-CUST-KEY-X                                00440004
004724         PERFORM 545-READ-NMB                                     00440004
004725     END-IF.                                                      00440004
004726 541-CONSUME-NMB-EXIT.                                            00440004
004727     EXIT.                                                        00440004
004728                                                                  00440004
004729 542-PASS-NMB.                                                    00440004
004730     IF WS-LIVE-RUN                                               00440004
004731         WRITE NX-RECORD FROM NM-RECORD                           00440004
004732     END-IF.                                                      00440004
004733     PERFORM 545-READ-NMB.                                        00440004
004734 542-PASS-NMB-EXIT.                                               00440004
004735     EXIT.                                                        00440004
004736                                                                  00440004
004737 543-DROP-NMB.                                                    00440004
004738     PERFORM 545-READ-NMB.                                        00440004
004739 543-DROP-NMB-EXIT.                                               00440004
004740     EXIT.                                                        00440004
004741                                                                  00440004
004742 545-READ-NMB.                                                    00440004
004743     READ NMBANK                                                  00440004
004744         AT END                                                   00440004
004745             MOVE HIGH-VALUES TO WS-NMB-KEY                       00440004
004746         NOT AT END                                               00440004
004747             MOVE NM-ACCOUNT-NO TO WS-NMB-KEY                     00440004
004748     END-READ.                                                    00440004
004749                                                                  00440004
004750******************************************************************00440004
004751* CARRY THE BILLED ACCOUNT'S KWH BANK, AS UPDATED (OR FIRST       00440004
004752* ENROLLED) BY THIS BILL, FORWARD TO NMBNEW.                      00440004
004753******************************************************************00440004
004754 547-WRITE-NMB-NEW.                                               00440004
004755     IF (WS-NMB-MATCHED OR WS-NMB-CREATED) AND WS-LIVE-RUN        00440004
004756         WRITE NX-RECORD FROM WS-NMB-REC                          00440004
004757     END-IF.                                                      00440004
004758                                                                  00440004
004759 548-RESTORE-NMB.                                                 00440004
004760     IF WS-NMB-MATCHED AND WS-LIVE-RUN                            00440004
004761         WRITE NX-RECORD FROM WS-NMB-SAVE                         00440004
004762     END-IF.                                                      00440004
004480                                                                  00440004
004490******************************************************************00440004
004500* VALIDATE METER READ AND SERVICE FEE BEFORE ANY TIER MATH IS     00450004
004816     IF WS-RECORD-INVALID                                         00480004
004817         GO TO 600-RUN-BILL-EXIT                                  00480004
004818     END-IF.                                                      00480004
004819     PERFORM 215-APPLY-NET-METER THRU 215-APPLY-NET-METER-EXIT.   00480004
004820     IF WS-RECORD-INVALID                                         00480004
004821         GO TO 600-RUN-BILL-EXIT                                  00480004
004822     END-IF.                                                      00480004
004820     PERFORM 260-PRORATE-PERIOD.                                  00480004
004830     IF WS-RATE-PLAN-CODE = 'T'                                   00048004
004831         PERFORM 210-SPLIT-TOU-USAGE                              00048004
004833         PERFORM 200-CALC-TIERS                                   00048004
004834     END-IF.                                                      00048004
004831     PERFORM 157-CALC-BUDGET THRU 157-CALC-BUDGET-EXIT.           00480004
004840     PERFORM 305-APPLY-DEPOSIT-PAY                                00480004
004841         THRU 305-APPLY-DEPOSIT-PAY-EXIT.                         00480004
004842     PERFORM 320-CHECK-ARRANGEMENT                                00480004
004843         THRU 320-CHECK-ARRANGEMENT-EXIT.                         00480004
004842     PERFORM 300-CALC-CHARGES.                                    00480004
004843     PERFORM 310-CALC-DEPOSIT THRU 310-CALC-DEPOSIT-EXIT.         00480004
004844     PERFORM 330-APPLY-NET-CREDIT.                                00480004
004844     PERFORM 325-BILL-ARRANGEMENT                                 00480004
004845         THRU 325-BILL-ARRANGEMENT-EXIT.                          00480004
004850     PERFORM 400-DISPLAY-RESULTS.                                 00480004
004860     IF WS-LIVE-RUN                                               00035004
004861         PERFORM 420-PRINT-BILL THRU 420-PRINT-BILL-EXIT          00035004
005054              WS-BUDGET-AMOUNT                                    00500004
005055              WS-TRAIL12-TOTAL                                    00500004
005056              WS-TRUEUP-AMOUNT                                    00500004
005057              WS-DEP-PAID-NOW                                     00500004
005058              WS-DEP-DUE                                          00500004
005059              WS-DEP-INTEREST                                     00500004
005060              WS-DEP-REFUND                                       00500004
005061              WS-DEP-REFUND-INT                                   00500004
005062              WS-ARR-DEFERRED                                     00500004
005063              WS-ARR-INSTALLMENT                                  00500004
005064              WS-ARR-DEFERRED-LEFT                                00500004
005065              WS-KWH-DELIVERED                                    00500004
005066              WS-KWH-RECEIVED                                     00500004
005067              WS-BANK-USED                                        00500004
005068              WS-NM-SETTLE-KWH                                    00500004
005069              WS-NM-CREDIT                                        00500004
005060              WS-TOTAL-BILL.                                      00500004
005061     MOVE 'N' TO WS-ARR-BROKE-SW.                                 00500004
005070                                                                  00500004
005080******************************************************************00500004
005090* FIND THE RATE SCHEDULE IN EFFECT, FOR THIS CUSTOMER'S RATE      00500004
005971     END-IF.                                                      00059004
005972     COMPUTE WS-OFFPEAK-KWH = WS-KWH-USED - WS-PEAK-KWH.          00059004
005973                                                                  00059004
005974******************************************************************00059004
005975* NET METERING - BILL THE NET OF DELIVERED LESS RECEIVED KWH.  A  00059004
005976* SHORTFALL DRAWS DOWN THE ACCOUNT'S KWH BANK FIRST; AN EXPORT    00059004
005977* SURPLUS IS ADDED TO THE BANK AND THE PERIOD BILLS NO ENERGY.    00059004
005978* ON THE ANNUAL TRUE-UP WHATEVER IS STILL BANKED SETTLES AT THE   00059004
005979* AVOIDED-COST RATE IN EFFECT ON THE BILL DATE, AS A CREDIT ON    00059004
005980* THE BILL, AND THE BANK STARTS OVER.                             00059004
005981******************************************************************00059004
005982 215-APPLY-NET-METER.                                             00059004
005983     MOVE WS-KWH-USED TO WS-KWH-DELIVERED.                        00059004
005984     IF NOT WS-NET-METERED                                        00059004
005985         GO TO 215-APPLY-NET-METER-EXIT                           00059004
005986     END-IF.                                                      00059004
005987*    FIRST NET-METERED BILL (OR THE FIRST SINCE A SETTLED         00059004
005988*    CLOSE) - ENROLL THE ACCOUNT, FIRST TRUE-UP A YEAR OUT.       00059004
005989     IF NOT WS-NMB-MATCHED                                        00059004
005990         INITIALIZE WS-NMB-REC                                    00059004
005991         MOVE WS-ACCOUNT-NO TO WS-NMR-ACCOUNT-NO                  00059004
005992         SET WS-NMB-CREATED TO TRUE                               00059004
005993     END-IF.                                                      00059004
005994     IF NOT WS-NMR-ACTIVE                                         00059004
005995         MOVE 'A' TO WS-NMR-STATUS                                00059004
005996         MOVE WS-RUN-DATE TO WS-NMR-ENROLL-DATE                   00059004
005997         COMPUTE WS-NMR-TRUEUP-DATE = WS-RUN-DATE + 10000         00059004
005998         MOVE 0 TO WS-NMR-BANK-KWH                                00059004
005999         MOVE 0 TO WS-NMR-CLOSE-DATE                              00059004
006000     END-IF.                                                      00059004
006001                                                                  00059004
006002     MOVE WS-KWH-RECVD TO WS-KWH-RECEIVED.                        00059004
006003     IF WS-KWH-DELIVERED >= WS-KWH-RECEIVED                       00059004
006004         COMPUTE WS-KWH-USED = WS-KWH-DELIVERED - WS-KWH-RECEIVED 00059004
006005         IF WS-NMR-BANK-KWH > WS-KWH-USED                         00059004
006006             MOVE WS-KWH-USED TO WS-BANK-USED                     00059004
006007         ELSE                                                     00059004
006008             MOVE WS-NMR-BANK-KWH TO WS-BANK-USED                 00059004
006009         END-IF                                                   00059004
006010         SUBTRACT WS-BANK-USED FROM WS-KWH-USED                   00059004
006011         SUBTRACT WS-BANK-USED FROM WS-NMR-BANK-KWH               00059004
006012     ELSE                                                         00059004
006013         COMPUTE WS-NMR-BANK-KWH = WS-NMR-BANK-KWH                00059004
006014             + WS-KWH-RECEIVED - WS-KWH-DELIVERED                 00059004
006015         MOVE 0 TO WS-KWH-USED                                    00059004
006016     END-IF.                                                      00059004
006017     MOVE WS-RUN-DATE TO WS-NMR-LAST-BILL-DATE.                   00059004
006018                                                                  00059004
006019     IF WS-RUN-DATE < WS-NMR-TRUEUP-DATE                          00059004
006020         GO TO 215-APPLY-NET-METER-EXIT                           00059004
006021     END-IF.                                                      00059004
006022     IF WS-NMR-BANK-KWH > 0                                       00059004
006023         PERFORM 216-LOOKUP-AVOIDED-COST                          00059004
006024         IF WS-AV-BEST-IDX = 0                                    00059004
006025             MOVE 'N' TO WS-VALID-RECORD-SW                       00059004
006026             MOVE 1 TO WS-EDIT-REASON-PTR                         00059004
006027             STRING 'NO AVOIDED-COST RATE FOR PLAN/DATE'          00059004
006028                 DELIMITED BY SIZE                                00059004
006029                 INTO WS-EDIT-REASON                              00059004
006030                 WITH POINTER WS-EDIT-REASON-PTR                  00059004
006031             GO TO 215-APPLY-NET-METER-EXIT                       00059004
006032         END-IF                                                   00059004
006033         MOVE WS-NMR-BANK-KWH TO WS-NM-SETTLE-KWH                 00059004
006034         COMPUTE WS-NM-CREDIT ROUNDED =                           00059004
006035             WS-NM-SETTLE-KWH * WS-AV-RATE(WS-AV-BEST-IDX)        00059004
006036         MOVE WS-RUN-DATE      TO WS-NMR-LAST-SETTLE-DATE         00059004
006037         MOVE WS-NM-SETTLE-KWH TO WS-NMR-LAST-SETTLE-KWH          00059004
006038         MOVE WS-NM-CREDIT     TO WS-NMR-LAST-SETTLE-AMT          00059004
006039         MOVE 0 TO WS-NMR-BANK-KWH                                00059004
006040     END-IF.                                                      00059004
006041     ADD 10000 TO WS-NMR-TRUEUP-DATE.                             00059004
006042 215-APPLY-NET-METER-EXIT.                                        00059004
006043     EXIT.                                                        00059004
006044                                                                  00059004
006045******************************************************************00059004
006046* FIND THE AVOIDED-COST ROW IN EFFECT FOR THE ACCOUNT'S RATE PLAN 00059004
006047* ON THE BILL DATE.                                               00059004
006048******************************************************************00059004
006049 216-LOOKUP-AVOIDED-COST.                                         00059004
006050     MOVE 0 TO WS-AV-BEST-IDX.                                    00059004
006051     MOVE 0 TO WS-AV-BEST-DATE.                                   00059004
006052     MOVE 1 TO WS-AV-SEARCH-IDX.                                  00059004
006053     PERFORM 217-SCAN-AVOIDED-COST THRU 217-SCAN-AVOIDED-COST-EXIT00059004
006054         UNTIL WS-AV-SEARCH-IDX > WS-AV-COUNT.                    00059004
006055                                                                  00059004
006056 217-SCAN-AVOIDED-COST.                                           00059004
006057     IF WS-AV-PLAN-CODE(WS-AV-SEARCH-IDX) = WS-RATE-PLAN-CODE     00059004
006058         AND WS-AV-EFF-DATE(WS-AV-SEARCH-IDX) NOT > WS-BILL-DATE  00059004
006059         AND WS-AV-EFF-DATE(WS-AV-SEARCH-IDX) > WS-AV-BEST-DATE   00059004
006060         MOVE WS-AV-SEARCH-IDX TO WS-AV-BEST-IDX                  00059004
006061         MOVE WS-AV-EFF-DATE(WS-AV-SEARCH-IDX)                    00059004
006062             TO WS-AV-BEST-DATE                                   00059004
006063     END-IF.                                                      00059004
006064     ADD 1 TO WS-AV-SEARCH-IDX.                                   00059004
006065 217-SCAN-AVOIDED-COST-EXIT.                                      00059004
006066     EXIT.                                                        00059004
005973                                                                  00059004
005980******************************************************************00590004
005990* COMPUTE charges using ROUNDED and compute totals. Commercial    00590004
006000* and industrial accounts also pick up a flat demand charge.      00600004
006241     ADD WS-FRANCHISE-FEE TO WS-TOTAL-BILL.                       00620004
006231                                                                  00620004
006232*    BALANCE FORWARD - ANY UNPAID PRIOR BALANCE PICKS UP A        00620004
006233*    LATE-PAYMENT CHARGE; A CREDIT BALANCE JUST CARRIES.  THE     00620004
006234*    PART OF THE PAYMENT THAT WENT TO THE DEPOSIT IS NOT A/R,     00620004
006235*    AND A BALANCE DEFERRED BY A PAYMENT ARRANGEMENT IS NOT YET   00620004
006236*    DUE - IT BILLS A PIECE AT A TIME AS INSTALLMENTS.            00620004
006234     COMPUTE WS-ARREARS =                                         00620004
006235         WS-PRIOR-BALANCE - WS-PAYMENTS-RECVD + WS-DEP-PAID-NOW   00620004
006236         - WS-ARR-DEFERRED.                                       00620004
006236     IF WS-ARREARS > 0                                            00620004
006237         COMPUTE WS-LATE-CHARGE ROUNDED =                         00620004
006238             WS-ARREARS * WS-LATE-PCT                             00620004
006267         MOVE 0 TO WS-TRUEUP-AMOUNT                               00620004
006268     END-IF.                                                      00620004
006240                                                                  00620004
006241******************************************************************00620004
006242* A DEPOSIT BILLED ON AN EARLIER STATEMENT IS PAID FROM WHATEVER  00620004
006243* THE CUSTOMER SENT BEYOND THE PRIOR A/R BALANCE.  PAID IN FULL,  00620004
006244* IT GOES ON HOLD AND STARTS EARNING INTEREST.                    00620004
006245******************************************************************00620004
006246 305-APPLY-DEPOSIT-PAY.                                           00620004
006247     IF NOT WS-DEP-MATCHED OR NOT WS-DPR-BILLING                  00620004
006248         GO TO 305-APPLY-DEPOSIT-PAY-EXIT                         00620004
006249     END-IF.                                                      00620004
006250     IF WS-DPR-LAST-BILL-DATE = 0                                 00620004
006251         GO TO 305-APPLY-DEPOSIT-PAY-EXIT                         00620004
006252     END-IF.                                                      00620004
006253     IF WS-PRIOR-BALANCE > 0                                      00620004
006254         COMPUTE WS-DEP-EXCESS =                                  00620004
006255             WS-PAYMENTS-RECVD - WS-PRIOR-BALANCE                 00620004
006256     ELSE                                                         00620004
006257         MOVE WS-PAYMENTS-RECVD TO WS-DEP-EXCESS                  00620004
006258     END-IF.                                                      00620004
006259     IF WS-DEP-EXCESS NOT > 0                                     00620004
006260         GO TO 305-APPLY-DEPOSIT-PAY-EXIT                         00620004
006261     END-IF.                                                      00620004
006262     COMPUTE WS-DEP-UNPAID =                                      00620004
006263         WS-DPR-DEPOSIT-AMT - WS-DPR-AMT-PAID.                    00620004
006264     IF WS-DEP-EXCESS > WS-DEP-UNPAID                             00620004
006265         MOVE WS-DEP-UNPAID TO WS-DEP-PAID-NOW                    00620004
006266     ELSE                                                         00620004
006267         MOVE WS-DEP-EXCESS TO WS-DEP-PAID-NOW                    00620004
006268     END-IF.                                                      00620004
006269     ADD WS-DEP-PAID-NOW TO WS-DPR-AMT-PAID.                      00620004
006270     IF WS-DPR-AMT-PAID NOT < WS-DPR-DEPOSIT-AMT                  00620004
006271         MOVE 'H' TO WS-DPR-STATUS                                00620004
006272         MOVE WS-RUN-DATE TO WS-DPR-INT-THRU-DATE                 00620004
006273         MOVE 0 TO WS-DPR-ONTIME-COUNT                            00620004
006274     END-IF.                                                      00620004
006275 305-APPLY-DEPOSIT-PAY-EXIT.                                      00620004
006276     EXIT.                                                        00620004
006277                                                                  00620004
006278******************************************************************00620004
006279* THE DEPOSIT SIDE OF THE BILL.  AN UNPAID DEPOSIT BILLS AS ITS   00620004
006280* OWN LINE ON TOP OF THE AMOUNT DUE.  A HELD DEPOSIT EARNS THIS   00620004
006281* PERIOD'S INTEREST AT THE DEPRATE RATE IN EFFECT ON THE BILL     00620004
006282* DATE, AND EVERY BILL THAT FINDS THE PRIOR BALANCE PAID COUNTS   00620004
006283* TOWARD THE TWELVE CONSECUTIVE ON-TIME BILLS THAT RETURN THE     00620004
006284* DEPOSIT, WITH ITS INTEREST, AS A CREDIT TO THE ACCOUNT.         00620004
006285******************************************************************00620004
006286 310-CALC-DEPOSIT.                                                00620004
006287     IF NOT WS-DEP-MATCHED                                        00620004
006288         GO TO 310-CALC-DEPOSIT-EXIT                              00620004
006289     END-IF.                                                      00620004
006290     IF WS-DPR-BILLING                                            00620004
006291         COMPUTE WS-DEP-DUE =                                     00620004
006292             WS-DPR-DEPOSIT-AMT - WS-DPR-AMT-PAID                 00620004
006293         ADD WS-DEP-DUE TO WS-TOTAL-DUE                           00620004
006294         MOVE WS-RUN-DATE TO WS-DPR-LAST-BILL-DATE                00620004
006295         GO TO 310-CALC-DEPOSIT-EXIT                              00620004
006296     END-IF.                                                      00620004
006297*    A DEPOSIT PAID OFF ON THIS BILL STARTS EARNING INTEREST      00620004
006298*    AND COUNTING ON-TIME BILLS FROM THE NEXT PERIOD.             00620004
006299     IF NOT WS-DPR-HELD OR WS-DEP-PAID-NOW > 0                    00620004
006300         GO TO 310-CALC-DEPOSIT-EXIT                              00620004
006301     END-IF.                                                      00620004
006302                                                                  00620004
006303     PERFORM 315-LOOKUP-DEPOSIT-RATE.                             00620004
006304     IF WS-DR-BEST-IDX > 0                                        00620004
006305         COMPUTE WS-DEP-INTEREST ROUNDED =                        00620004
006306             WS-DPR-AMT-PAID                                      00620004
006307             * WS-DR-INT-RATE(WS-DR-BEST-IDX)                     00620004
006308             * WS-BILLING-DAYS / 365                              00620004
006309     END-IF.                                                      00620004
006310     ADD WS-DEP-INTEREST TO WS-DPR-INT-ACCRUED.                   00620004
006311     MOVE WS-RUN-DATE TO WS-DPR-INT-THRU-DATE.                    00620004
006312                                                                  00620004
006313     IF WS-ARREARS > 0                                            00620004
006314         MOVE 0 TO WS-DPR-ONTIME-COUNT                            00620004
006315     ELSE                                                         00620004
006316         ADD 1 TO WS-DPR-ONTIME-COUNT                             00620004
006317     END-IF.                                                      00620004
006318     IF WS-DPR-ONTIME-COUNT < WS-DEP-REFUND-COUNT                 00620004
006319         GO TO 310-CALC-DEPOSIT-EXIT                              00620004
006320     END-IF.                                                      00620004
006321                                                                  00620004
006322     MOVE WS-DPR-INT-ACCRUED TO WS-DEP-REFUND-INT.                00620004
006323     COMPUTE WS-DEP-REFUND =                                      00620004
006324         WS-DPR-AMT-PAID + WS-DPR-INT-ACCRUED.                    00620004
006325     SUBTRACT WS-DEP-REFUND FROM WS-TOTAL-DUE.                    00620004
006326     MOVE 'R' TO WS-DPR-STATUS.                                   00620004
006327     MOVE WS-RUN-DATE TO WS-DPR-CLOSE-DATE.                       00620004
006328 310-CALC-DEPOSIT-EXIT.                                           00620004
006329     EXIT.                                                        00620004
006330                                                                  00620004
006331******************************************************************00620004
006332* FIND THE DEPOSIT SCHEDULE ROW IN EFFECT FOR THE DEPOSIT'S PLAN  00620004
006333* ON THE BILL DATE.                                               00620004
006334******************************************************************00620004
006335 315-LOOKUP-DEPOSIT-RATE.                                         00620004
006336     MOVE 0 TO WS-DR-BEST-IDX.                                    00620004
006337     MOVE 0 TO WS-DR-BEST-DATE.                                   00620004
006338     MOVE 1 TO WS-DR-SEARCH-IDX.                                  00620004
006339     PERFORM 316-SCAN-DEPOSIT-RATE THRU 316-SCAN-DEPOSIT-RATE-EXIT00620004
006340         UNTIL WS-DR-SEARCH-IDX > WS-DR-COUNT.                    00620004
006341                                                                  00620004
006342 316-SCAN-DEPOSIT-RATE.                                           00620004
006343     IF WS-DR-PLAN-CODE(WS-DR-SEARCH-IDX) = WS-DPR-RATE-PLAN-CODE 00620004
006344         AND WS-DR-EFF-DATE(WS-DR-SEARCH-IDX) NOT > WS-BILL-DATE  00620004
006345         AND WS-DR-EFF-DATE(WS-DR-SEARCH-IDX) > WS-DR-BEST-DATE   00620004
006346         MOVE WS-DR-SEARCH-IDX TO WS-DR-BEST-IDX                  00620004
006347         MOVE WS-DR-EFF-DATE(WS-DR-SEARCH-IDX)                    00620004
006348             TO WS-DR-BEST-DATE                                   00620004
006349     END-IF.                                                      00620004
006350     ADD 1 TO WS-DR-SEARCH-IDX.                                   00620004
006351 316-SCAN-DEPOSIT-RATE-EXIT.                                      00620004
006352     EXIT.                                                        00620004
006353                                                                  00620004
006354******************************************************************00620004
006355* AN ACTIVE PAYMENT ARRANGEMENT.  THE BILL CUT UNDER IT LAST      00620004
006356* CYCLE HAD TO BE PAID IN FULL BY NOW - ANYTHING LESS BREAKS THE  00620004
006357* ARRANGEMENT, AND THE WHOLE BALANCE GOES BACK INTO ARREARS (AND  00620004
006358* THE LATE CHARGE AND AGING) LIKE ANY OTHER ACCOUNT.  OTHERWISE   00620004
006359* THE PART OF THE BALANCE STILL DEFERRED IS SET ASIDE AND THIS    00620004
006360* BILL'S INSTALLMENT IS WORKED OUT.  NOTHING LEFT DEFERRED MEANS  00620004
006361* THE ARRANGEMENT IS PAID OUT.                                    00620004
006362******************************************************************00620004
006363 320-CHECK-ARRANGEMENT.                                           00620004
006364     IF NOT WS-ARR-MATCHED OR NOT WS-ARM-ACTIVE                   00620004
006365         GO TO 320-CHECK-ARRANGEMENT-EXIT                         00620004
006366     END-IF.                                                      00620004
006367     IF WS-ARM-INST-BILLED > 0                                    00620004
006368         AND WS-PAYMENTS-RECVD < WS-ARM-LAST-DUE                  00620004
006369         MOVE 'B' TO WS-ARM-STATUS                                00620004
006370         MOVE WS-RUN-DATE TO WS-ARM-CLOSE-DATE                    00620004
006371         SET WS-ARR-BROKE-NOW TO TRUE                             00620004
006372         GO TO 320-CHECK-ARRANGEMENT-EXIT                         00620004
006373     END-IF.                                                      00620004
006374                                                                  00620004
006375     COMPUTE WS-ARR-DEFERRED =                                    00620004
006376         WS-ARM-TOTAL-AMT - WS-ARM-AMT-BILLED.                    00620004
006377*    A CUSTOMER WHO HAS PAID THE BALANCE DOWN BELOW THE DEFERRED  00620004
006378*    AMOUNT HAS ONLY WHAT IS LEFT OF THE BALANCE DEFERRED.        00620004
006379     COMPUTE WS-ARR-OPEN =                                        00620004
006380         WS-PRIOR-BALANCE - WS-PAYMENTS-RECVD + WS-DEP-PAID-NOW.  00620004
006381     IF WS-ARR-OPEN < WS-ARR-DEFERRED                             00620004
006382         IF WS-ARR-OPEN > 0                                       00620004
006383             MOVE WS-ARR-OPEN TO WS-ARR-DEFERRED                  00620004
006384         ELSE                                                     00620004
006385             MOVE 0 TO WS-ARR-DEFERRED                            00620004
006386         END-IF                                                   00620004
006387     END-IF.                                                      00620004
006388     IF WS-ARR-DEFERRED = 0                                       00620004
006389         MOVE 'P' TO WS-ARM-STATUS                                00620004
006390         MOVE WS-RUN-DATE TO WS-ARM-CLOSE-DATE                    00620004
006391         GO TO 320-CHECK-ARRANGEMENT-EXIT                         00620004
006392     END-IF.                                                      00620004
006393                                                                  00620004
006394*    THE LAST INSTALLMENT TAKES WHATEVER IS LEFT, SO ROUNDING IN  00620004
006395*    AN EVEN SPLIT NEVER STRANDS A FEW CENTS.                     00620004
006396     IF WS-ARM-INST-BILLED + 1 >= WS-ARM-INST-COUNT               00620004
006397         OR WS-ARM-INST-AMT > WS-ARR-DEFERRED                     00620004
006398         MOVE WS-ARR-DEFERRED TO WS-ARR-INSTALLMENT               00620004
006399     ELSE                                                         00620004
006400         MOVE WS-ARM-INST-AMT TO WS-ARR-INSTALLMENT               00620004
006401     END-IF.                                                      00620004
006402 320-CHECK-ARRANGEMENT-EXIT.                                      00620004
006403     EXIT.                                                        00620004
006404                                                                  00620004
006405******************************************************************00620004
006406* BILL THE INSTALLMENT ON TOP OF THE AMOUNT DUE AND RECORD WHAT   00620004
006407* THIS BILL ASKED FOR (LESS ANY DEPOSIT), WHICH THE NEXT BILL     00620004
006408* MUST FIND PAID TO KEEP THE ARRANGEMENT IN GOOD STANDING.        00620004
006409******************************************************************00620004
006410 325-BILL-ARRANGEMENT.                                            00620004
006411     IF WS-ARR-INSTALLMENT = 0                                    00620004
006412         GO TO 325-BILL-ARRANGEMENT-EXIT                          00620004
006413     END-IF.                                                      00620004
006414     ADD WS-ARR-INSTALLMENT TO WS-TOTAL-DUE.                      00620004
006415     COMPUTE WS-ARR-DEFERRED-LEFT =                               00620004
006416         WS-ARR-DEFERRED - WS-ARR-INSTALLMENT.                    00620004
006417     ADD 1 TO WS-ARM-INST-BILLED.                                 00620004
006418     COMPUTE WS-ARM-AMT-BILLED =                                  00620004
006419         WS-ARM-TOTAL-AMT - WS-ARR-DEFERRED-LEFT.                 00620004
006420     MOVE WS-RUN-DATE TO WS-ARM-LAST-BILL-DATE.                   00620004
006421     COMPUTE WS-ARR-BILL-DUE = WS-TOTAL-DUE - WS-DEP-DUE.         00620004
006422     IF WS-ARR-BILL-DUE > 0                                       00620004
006423         MOVE WS-ARR-BILL-DUE TO WS-ARM-LAST-DUE                  00620004
006424     ELSE                                                         00620004
006425         MOVE 0 TO WS-ARM-LAST-DUE                                00620004
006426     END-IF.                                                      00620004
006427 325-BILL-ARRANGEMENT-EXIT.                                       00620004
006428     EXIT.                                                        00620004
006429                                                                  00620004
006430******************************************************************00620004
006431* A NET-METER TRUE-UP SETTLEMENT IS A CREDIT AGAINST THE AMOUNT   00620004
006432* DUE, LIKE A DEPOSIT REFUND.                                     00620004
006433******************************************************************00620004
006434 330-APPLY-NET-CREDIT.                                            00620004
006435     SUBTRACT WS-NM-CREDIT FROM WS-TOTAL-DUE.                     00620004
006353                                                                  00620004
006250******************************************************************00620004
006260* Display report including customer name.                         00620004
006270******************************************************************00620004
006351     IF WS-ESTIMATED-BILL                                         00050004
006352         DISPLAY '*** USAGE ESTIMATED - NO METER READ ***'        00050004
006353     END-IF.                                                      00050004
006354     IF WS-FINAL-READ-BILL                                        00050004
006355         DISPLAY '*** FINAL METER READ - SERVICE DISCONNECTED ***'00050004
006356     END-IF.                                                      00050004
006354     IF WS-NET-METERED                                            00050004
006355         MOVE WS-KWH-DELIVERED TO WS-KWH-USED-ED                  00050004
006356         DISPLAY 'KWH DELIVERED  : ' WS-KWH-USED-ED               00050004
006357         MOVE WS-KWH-RECEIVED TO WS-KWH-USED-ED                   00050004
006358         DISPLAY 'KWH RECEIVED   : ' WS-KWH-USED-ED               00050004
006359         MOVE WS-NMR-BANK-KWH TO WS-KWH-USED-ED                   00050004
006360         DISPLAY 'BANKED KWH     : ' WS-KWH-USED-ED               00050004
006361     END-IF.                                                      00050004
006360     DISPLAY 'BILLING DAYS   : ' WS-BILLING-DAYS.                 00630004
006370                                                                  00630004
006380     MOVE WS-PRORATED-SERVICE-FEE TO WS-MONEY-ED.                 00630004
006574     DISPLAY 'PAYMENTS RECVD : ' WS-MONEY-ED.                     00650004
006575     MOVE WS-LATE-CHARGE TO WS-MONEY-ED.                          00650004
006576     DISPLAY 'LATE CHARGE    : ' WS-MONEY-ED.                     00650004
006577     IF WS-NM-CREDIT > 0                                          00650004
006578         COMPUTE WS-NM-CREDIT-S = 0 - WS-NM-CREDIT                00650004
006579         MOVE WS-NM-CREDIT-S TO WS-MONEY-SIGNED-ED                00650004
006580         DISPLAY 'NM SETTLEMENT  : ' WS-MONEY-SIGNED-ED           00650004
006581     END-IF.                                                      00650004
006577     MOVE WS-TOTAL-DUE TO WS-MONEY-SIGNED-ED.                     00650004
006578     DISPLAY 'TOTAL AMT DUE  : ' WS-MONEY-SIGNED-ED.              00650004
006579     IF WS-BUDGET-ACTIVE                                          00650004
007147         WRITE PR-LINE FROM WS-PRINT-LINE                         00050004
007148             AFTER ADVANCING 1 LINE                               00050004
007149     END-IF.                                                      00050004
007150     IF WS-FINAL-READ-BILL                                        00050004
007151         MOVE SPACES TO WS-PRINT-LINE                             00050004
007152         STRING '*** FINAL METER READ - SERVICE DISCONNECTED',    00050004
007153             ' FOR NON-PAYMENT ***'                               00050004
007154             DELIMITED BY SIZE INTO WS-PRINT-LINE                 00050004
007155         WRITE PR-LINE FROM WS-PRINT-LINE                         00050004
007156             AFTER ADVANCING 1 LINE                               00050004
007157     END-IF.                                                      00050004
007150     IF WS-NET-METERED                                            00050004
007151         MOVE WS-KWH-DELIVERED TO WS-KWH-USED-ED                  00050004
007152         MOVE SPACES TO WS-PRINT-LINE                             00050004
007153         STRING 'KWH DELIVERED       : ' WS-KWH-USED-ED           00050004
007154             DELIMITED BY SIZE INTO WS-PRINT-LINE                 00050004
007155         WRITE PR-LINE FROM WS-PRINT-LINE AFTER ADVANCING 1 LINE  00050004
007156         MOVE WS-KWH-RECEIVED TO WS-KWH-USED-ED                   00050004
007157         MOVE SPACES TO WS-PRINT-LINE                             00050004
007158         STRING 'KWH RECEIVED        : ' WS-KWH-USED-ED           00050004
007159             DELIMITED BY SIZE INTO WS-PRINT-LINE                 00050004
007160         WRITE PR-LINE FROM WS-PRINT-LINE AFTER ADVANCING 1 LINE  00050004
007161         MOVE WS-NMR-BANK-KWH TO WS-KWH-USED-ED                   00050004
007162         MOVE SPACES TO WS-PRINT-LINE                             00050004
007163         STRING 'BANKED KWH          : ' WS-KWH-USED-ED           00050004
007164             DELIMITED BY SIZE INTO WS-PRINT-LINE                 00050004
007165         WRITE PR-LINE FROM WS-PRINT-LINE AFTER ADVANCING 1 LINE  00050004
007166     END-IF.                                                      00050004
007150                                                                  00710004
007160     MOVE WS-PRORATED-SERVICE-FEE TO WS-MONEY-ED.                 00710004
007170     MOVE SPACES TO WS-PRINT-LINE.                                00710004
007588         END-IF                                                   00750004
007589     END-IF.                                                      00750004
007590                                                                  00750004
007591     IF WS-ARR-BROKE-NOW                                          00750004
007592         MOVE SPACES TO WS-PRINT-LINE                             00750004
007593         STRING 'PAYMENT ARRANGEMENT BROKEN - FULL BALANCE DUE'   00750004
007594             DELIMITED BY SIZE INTO WS-PRINT-LINE                 00750004
007595         WRITE PR-LINE FROM WS-PRINT-LINE AFTER ADVANCING 1 LINE  00750004
007596     END-IF.                                                      00750004
007597     IF WS-ARR-INSTALLMENT > 0                                    00750004
007598         MOVE WS-ARR-INSTALLMENT TO WS-MONEY-ED                   00750004
007599         MOVE SPACES TO WS-PRINT-LINE                             00750004
007600         STRING 'ARRANGEMENT PAYMENT : ' WS-MONEY-ED              00750004
007601             DELIMITED BY SIZE INTO WS-PRINT-LINE                 00750004
007602         WRITE PR-LINE FROM WS-PRINT-LINE AFTER ADVANCING 1 LINE  00750004
007603         MOVE WS-ARR-DEFERRED-LEFT TO WS-MONEY-ED                 00750004
007604         MOVE SPACES TO WS-PRINT-LINE                             00750004
007605         STRING '  STILL DEFERRED    : ' WS-MONEY-ED              00750004
007606             DELIMITED BY SIZE INTO WS-PRINT-LINE                 00750004
007607         WRITE PR-LINE FROM WS-PRINT-LINE AFTER ADVANCING 1 LINE  00750004
007608     END-IF.                                                      00750004
007591     IF WS-DEP-PAID-NOW > 0                                       00750004
007592         MOVE WS-DEP-PAID-NOW TO WS-MONEY-ED                      00750004
007593         MOVE SPACES TO WS-PRINT-LINE                             00750004
007594         STRING 'PAID TO DEPOSIT     : ' WS-MONEY-ED              00750004
007595             DELIMITED BY SIZE INTO WS-PRINT-LINE                 00750004
007596         WRITE PR-LINE FROM WS-PRINT-LINE AFTER ADVANCING 1 LINE  00750004
007597     END-IF.                                                      00750004
007598     IF WS-DEP-DUE > 0                                            00750004
007599         MOVE WS-DEP-DUE TO WS-MONEY-ED                           00750004
007600         MOVE SPACES TO WS-PRINT-LINE                             00750004
007601         STRING 'SECURITY DEPOSIT DUE: ' WS-MONEY-ED              00750004
007602             DELIMITED BY SIZE INTO WS-PRINT-LINE                 00750004
007603         WRITE PR-LINE FROM WS-PRINT-LINE AFTER ADVANCING 1 LINE  00750004
007604     END-IF.                                                      00750004
007605     IF WS-DEP-REFUND > 0                                         00750004
007606         COMPUTE WS-DEP-CREDIT = 0 - WS-DEP-REFUND                00750004
007607         MOVE WS-DEP-CREDIT TO WS-MONEY-SIGNED-ED                 00750004
007608         MOVE SPACES TO WS-PRINT-LINE                             00750004
007609         STRING 'DEPOSIT REFUNDED    : ' WS-MONEY-SIGNED-ED       00750004
007610             DELIMITED BY SIZE INTO WS-PRINT-LINE                 00750004
007611         WRITE PR-LINE FROM WS-PRINT-LINE AFTER ADVANCING 1 LINE  00750004
007612         MOVE WS-DEP-REFUND-INT TO WS-MONEY-ED                    00750004
007613         MOVE SPACES TO WS-PRINT-LINE                             00750004
007614         STRING '  INCLUDES INTEREST : ' WS-MONEY-ED              00750004
007615             DELIMITED BY SIZE INTO WS-PRINT-LINE                 00750004
007616         WRITE PR-LINE FROM WS-PRINT-LINE AFTER ADVANCING 1 LINE  00750004
007617     END-IF.                                                      00750004
007618     IF WS-NM-CREDIT > 0                                          00750004
007619         COMPUTE WS-NM-CREDIT-S = 0 - WS-NM-CREDIT                00750004
007620         MOVE WS-NM-CREDIT-S TO WS-MONEY-SIGNED-ED                00750004
007621         MOVE SPACES TO WS-PRINT-LINE                             00750004
007622         STRING 'NET METER CREDIT    : ' WS-MONEY-SIGNED-ED       00750004
007623             DELIMITED BY SIZE INTO WS-PRINT-LINE                 00750004
007624         WRITE PR-LINE FROM WS-PRINT-LINE AFTER ADVANCING 1 LINE  00750004
007625     END-IF.                                                      00750004
007590                                                                  00750004
007591     MOVE WS-TOTAL-DUE TO WS-MONEY-SIGNED-ED.                     00750004
007592     MOVE SPACES TO WS-PRINT-LINE.                                00750004
007593     STRING 'TOTAL AMOUNT DUE    : ' WS-MONEY-SIGNED-ED           00750004
007620     MOVE WS-EST-FLAG       TO WS-SEH-EST-FLAG.                   00075004
007621     MOVE WS-RATE-PLAN-CODE TO WS-SEH-PLAN.                       00075004
007622     MOVE WS-EBILL-FLAG     TO WS-SEH-EBILL.                      00075004
007623     IF WS-NET-METERED                                            00075004
007624         MOVE WS-KWH-DELIVERED TO WS-SEH-KWH-DELIVERED            00075004
007625         MOVE WS-KWH-RECEIVED  TO WS-SEH-KWH-RECEIVED             00075004
007626         MOVE WS-NMR-BANK-KWH  TO WS-SEH-KWH-BANKED               00075004
007627     END-IF.                                                      00075004
007623     WRITE SE-RECORD FROM WS-SE-HEADER.                           00075004
007624                                                                  00075004
007625     IF WS-RATE-PLAN-CODE = 'T'                                   00075004
007698         END-IF                                                   00075004
007699     END-IF.                                                      00075004
007700                                                                  00075004
007701     IF WS-ARR-INSTALLMENT > 0                                    00075004
007702         MOVE 'PA' TO WS-SED-LINE-CODE                            00075004
007703         MOVE 'ARRANGEMENT PAYMENT' TO WS-SED-DESCRIPTION         00075004
007704         MOVE WS-ARR-INSTALLMENT TO WS-SED-AMOUNT                 00075004
007705         PERFORM 423-WRITE-STMT-DETAIL                            00075004
007706     END-IF.                                                      00075004
007701     IF WS-DEP-PAID-NOW > 0                                       00075004
007702         MOVE 'DA' TO WS-SED-LINE-CODE                            00075004
007703         MOVE 'PAID TO DEPOSIT' TO WS-SED-DESCRIPTION             00075004
007704         MOVE WS-DEP-PAID-NOW TO WS-SED-AMOUNT                    00075004
007705         PERFORM 423-WRITE-STMT-DETAIL                            00075004
007706     END-IF.                                                      00075004
007707     IF WS-DEP-DUE > 0                                            00075004
007708         MOVE 'DP' TO WS-SED-LINE-CODE                            00075004
007709         MOVE 'SECURITY DEPOSIT DUE' TO WS-SED-DESCRIPTION        00075004
007710         MOVE WS-DEP-DUE TO WS-SED-AMOUNT                         00075004
007711         PERFORM 423-WRITE-STMT-DETAIL                            00075004
007712     END-IF.                                                      00075004
007713     IF WS-DEP-REFUND > 0                                         00075004
007714         MOVE 'DR' TO WS-SED-LINE-CODE                            00075004
007715         MOVE 'DEPOSIT REFUNDED' TO WS-SED-DESCRIPTION            00075004
007716         COMPUTE WS-SED-AMOUNT = 0 - WS-DEP-REFUND                00075004
007717         PERFORM 423-WRITE-STMT-DETAIL                            00075004
007718     END-IF.                                                      00075004
007719     IF WS-NM-CREDIT > 0                                          00075004
007720         MOVE 'NM' TO WS-SED-LINE-CODE                            00075004
007721         MOVE 'NET METER CREDIT' TO WS-SED-DESCRIPTION            00075004
007722         COMPUTE WS-SED-AMOUNT = 0 - WS-NM-CREDIT                 00075004
007723         PERFORM 423-WRITE-STMT-DETAIL                            00075004
007724     END-IF.                                                      00075004
007700                                                                  00075004
007701*    THE USAGE-HISTORY FIGURES, AS DATA - SAME THIRTEEN           00075004
007702*    PERIODS THE PRINTED PANEL SHOWS.                             00075004
007703     MOVE 0 TO WS-PANEL-COUNT.                                    00075004
007748     MOVE WS-OFFPEAK-CHARGE  TO AU-OFFPEAK-CHARGE.                00077004
007750     MOVE WS-TOTAL-BILL      TO AU-TOTAL-BILL.                    00770004
007760     MOVE WS-RATE-PLAN-CODE  TO AU-RATE-PLAN-CODE.                00770004
007761     IF WS-NET-METERED                                            00770004
007762         MOVE WS-KWH-DELIVERED TO AU-KWH-DELIVERED                00770004
007763         MOVE WS-KWH-RECEIVED  TO AU-KWH-RECEIVED                 00770004
007764         MOVE WS-NMR-BANK-KWH  TO AU-KWH-BANKED                   00770004
007765     END-IF.                                                      00770004
007770     WRITE AU-RECORD.                                             00770004
007780                                                                  00770004
007790******************************************************************00770004
007810******************************************************************00780004
007820 480-ACCUM-TOTALS.                                                00780004
007830     ADD 1                TO WS-CUSTOMERS-BILLED.                 00780004
007831     IF WS-FINAL-READ-BILL                                        00780004
007832         ADD 1 TO WS-FINAL-READS                                  00780004
007833     END-IF.                                                      00780004
007840     ADD WS-TIER1-KWH      TO WS-TOTAL-TIER1-KWH.                 00780004
007850     ADD WS-TIER2-KWH      TO WS-TOTAL-TIER2-KWH.                 00780004
007860     ADD WS-TIER3-KWH      TO WS-TOTAL-TIER3-KWH.                 00780004
007924     ADD WS-FRANCHISE-FEE  TO WS-TOTAL-FRANCHISE.                 00077004
007925     ADD WS-PEAK-CHARGE    TO WS-TOTAL-PEAK-CHG.                  00077004
007926     ADD WS-OFFPEAK-CHARGE TO WS-TOTAL-OFFPEAK-CHG.               00077004
007927     ADD WS-DEP-PAID-NOW   TO WS-TOTAL-DEP-PAID.                  00077004
007928     ADD WS-DEP-INTEREST   TO WS-TOTAL-DEP-INT.                   00077004
007929     ADD WS-DEP-REFUND-INT TO WS-TOTAL-DEP-INT-REFUND.            00077004
007930     IF WS-DEP-REFUND > 0                                         00077004
007931         COMPUTE WS-TOTAL-DEP-REFUND = WS-TOTAL-DEP-REFUND        00077004
007932             + WS-DEP-REFUND - WS-DEP-REFUND-INT                  00077004
007933     END-IF.                                                      00077004
007934     IF WS-ARR-INSTALLMENT > 0                                    00077004
007935         ADD 1 TO WS-ARR-BILLED-COUNT                             00077004
007936         ADD WS-ARR-INSTALLMENT TO WS-TOTAL-ARR-INST              00077004
007937     END-IF.                                                      00077004
007938     IF WS-ARR-BROKE-NOW                                          00077004
007939         ADD 1 TO WS-ARR-BROKEN-COUNT                             00077004
007940     END-IF.                                                      00077004
007941     IF WS-ARR-MATCHED AND WS-ARM-STATUS = 'P'                    00077004
007942         AND WS-ARM-CLOSE-DATE = WS-RUN-DATE                      00077004
007943         ADD 1 TO WS-ARR-PAIDOUT-COUNT                            00077004
007944     END-IF.                                                      00077004
007945     IF WS-NM-CREDIT > 0                                          00077004
007946         ADD 1 TO WS-NM-SETTLED-COUNT                             00077004
007947         ADD WS-NM-CREDIT TO WS-TOTAL-NM-CREDIT                   00077004
007948     END-IF.                                                      00077004
007925     PERFORM 485-ACCUM-JURIS-TAX THRU 485-ACCUM-JURIS-TAX-EXIT.   00790004
007926                                                                  00790004
007927******************************************************************00790004
008197         MOVE WS-HELD-COUNT       TO CK-HELD-COUNT                00077004
008198         MOVE WS-TOTAL-PEAK-CHG   TO CK-PEAK-CHG                  00077004
008199         MOVE WS-TOTAL-OFFPEAK-CHG TO CK-OFFPEAK-CHG              00077004
008200         MOVE WS-TOTAL-DEP-PAID   TO CK-DEP-PAID                  00077004
008201         MOVE WS-TOTAL-DEP-INT    TO CK-DEP-INT                   00077004
008202         MOVE WS-TOTAL-DEP-REFUND TO CK-DEP-REFUND                00077004
008203         MOVE WS-TOTAL-DEP-INT-REFUND TO CK-DEP-INT-REFUND        00077004
008204         MOVE WS-TOTAL-ARR-INST   TO CK-ARR-INST                  00077004
008205         MOVE WS-ARR-BILLED-COUNT TO CK-ARR-BILLED                00077004
008206         MOVE WS-ARR-BROKEN-COUNT TO CK-ARR-BROKEN                00077004
008207         MOVE WS-ARR-PAIDOUT-COUNT TO CK-ARR-PAIDOUT              00077004
008208         MOVE WS-BILL-CYCLE      TO CK-BILL-CYCLE                 00077004
008209         MOVE WS-CYCLE-PASSED    TO CK-CYCLE-PASSED               00077004
008210         MOVE WS-TOTAL-NM-CREDIT TO CK-NM-CREDIT                  00077004
008211         MOVE WS-NM-SETTLED-COUNT TO CK-NM-SETTLED                00077004
008212         MOVE WS-FINAL-READS     TO CK-FINAL-READS                00077004
008190         OPEN OUTPUT CHKPT                                        00810004
008200         WRITE CK-RECORD                                          00820004
008210         CLOSE CHKPT                                              00820004
008312         PERFORM 860-CLEAR-CHECKPOINT                             00830004
008313         PERFORM 562-PASS-AR THRU 562-PASS-AR-EXIT                00830004
008314             UNTIL WS-AR-KEY = HIGH-VALUES                        00830004
008315         PERFORM 582-PASS-DEP THRU 582-PASS-DEP-EXIT              00830004
008316             UNTIL WS-DEP-KEY = HIGH-VALUES                       00830004
008317         PERFORM 592-PASS-ARR THRU 592-PASS-ARR-EXIT              00830004
008318             UNTIL WS-ARR-KEY = HIGH-VALUES                       00830004
008319         PERFORM 542-PASS-NMB THRU 542-PASS-NMB-EXIT              00830004
008320             UNTIL WS-NMB-KEY = HIGH-VALUES                       00830004
008315     ELSE                                                         00830004
008316         PERFORM 830-WRITE-TRIAL-TOTALS                           00830004
008317     END-IF.                                                      00830004
008360     DISPLAY '================================'.                  00830004
008370     DISPLAY '***   END-OF-RUN CONTROL TOTALS   ***'.             00830004
008380     DISPLAY '================================'.                  00830004
008381     DISPLAY 'BILLING CYCLE     : ' WS-BILL-CYCLE.                00830004
008382     DISPLAY 'OTHER CYCLES PASS : ' WS-CYCLE-PASSED.              00830004
008390     DISPLAY 'CUSTOMERS BILLED  : ' WS-CUSTOMERS-BILLED.          00830004
008391     DISPLAY 'FINAL READS BILLED: ' WS-FINAL-READS.               00830004
008400     DISPLAY 'RECORDS REJECTED  : ' WS-EXCEPTION-COUNT.           00840004
008401     DISPLAY 'BILLS HELD        : ' WS-HELD-COUNT.                00035004
008402     DISPLAY 'PAPERLESS BILLS   : ' WS-PAPERLESS-COUNT.           00035004
008548     DISPLAY 'TOTAL TOU PEAK    : ' WS-MONEY-ED.                  00077004
008549     MOVE WS-TOTAL-OFFPEAK-CHG TO WS-MONEY-ED.                    00077004
008550     DISPLAY 'TOTAL TOU OFFPEAK : ' WS-MONEY-ED.                  00077004
008551     MOVE WS-TOTAL-DEP-PAID TO WS-MONEY-ED.                       00077004
008552     DISPLAY 'DEPOSITS PAID IN  : ' WS-MONEY-ED.                  00077004
008553     MOVE WS-TOTAL-DEP-INT TO WS-MONEY-ED.                        00077004
008554     DISPLAY 'DEPOSIT INTEREST  : ' WS-MONEY-ED.                  00077004
008555     MOVE WS-TOTAL-DEP-REFUND TO WS-MONEY-ED.                     00077004
008556     DISPLAY 'DEPOSITS REFUNDED : ' WS-MONEY-ED.                  00077004
008557     MOVE WS-TOTAL-DEP-INT-REFUND TO WS-MONEY-ED.                 00077004
008558     DISPLAY 'DEP INT REFUNDED  : ' WS-MONEY-ED.                  00077004
008559     DISPLAY 'ARRANGEMENTS BILLD: ' WS-ARR-BILLED-COUNT.          00077004
008560     MOVE WS-TOTAL-ARR-INST TO WS-MONEY-ED.                       00077004
008561     DISPLAY 'INSTALLMENTS BILLD: ' WS-MONEY-ED.                  00077004
008562     DISPLAY 'ARRANGEMENTS BROKE: ' WS-ARR-BROKEN-COUNT.          00077004
008563     DISPLAY 'ARRANGEMENTS DONE : ' WS-ARR-PAIDOUT-COUNT.         00077004
008564     DISPLAY 'NET METER SETTLED : ' WS-NM-SETTLED-COUNT.          00077004
008565     MOVE WS-TOTAL-NM-CREDIT TO WS-MONEY-ED.                      00077004
008566     DISPLAY 'NET METER CREDITS : ' WS-MONEY-ED.                  00077004
008564     DISPLAY 'LEDGER ROWS       : ' WS-LEDGER-WRITTEN.            00077004
008543     MOVE WS-TOTAL-PAYMENTS TO WS-MONEY-ED2.                      00850004
008544     DISPLAY 'PAYMENTS APPLIED  : ' WS-MONEY-ED2.                 00850004
008550     MOVE WS-TOTAL-REVENUE TO WS-MONEY-ED2.                       00850004
009147     MOVE WS-TOTAL-OFFPEAK-CHG TO GL-AMOUNT.                      00077004
009148     WRITE GL-RECORD.                                             00077004
009149                                                                  00077004
009150*    CUSTOMER DEPOSITS ARE A LIABILITY, NOT REVENUE - PAID-IN     00077004
009151*    AND ACCRUED INTEREST CREDIT IT, REFUNDS TO A/R DEBIT IT.     00077004
009152     INITIALIZE GL-RECORD.                                        00077004
009153     MOVE WS-GL-DEPOSIT-ACCT   TO GL-ACCOUNT-CODE.                00077004
009154     MOVE 'CUSTOMER DEPOSITS PAID' TO GL-DESCRIPTION.             00077004
009155     MOVE WS-TOTAL-DEP-PAID    TO GL-AMOUNT.                      00077004
009156     WRITE GL-RECORD.                                             00077004
009157                                                                  00077004
009158     INITIALIZE GL-RECORD.                                        00077004
009159     MOVE WS-GL-DEPOSIT-ACCT   TO GL-ACCOUNT-CODE.                00077004
009160     MOVE 'DEPOSITS REFUNDED'     TO GL-DESCRIPTION.              00077004
009161     MOVE WS-TOTAL-DEP-REFUND  TO GL-AMOUNT.                      00077004
009162     MOVE 'D'                  TO GL-DR-CR.                       00077004
009163     WRITE GL-RECORD.                                             00077004
009164                                                                  00077004
009165     INITIALIZE GL-RECORD.                                        00077004
009166     MOVE WS-GL-DEP-INT-ACCT   TO GL-ACCOUNT-CODE.                00077004
009167     MOVE 'DEPOSIT INT ACCRUED'   TO GL-DESCRIPTION.              00077004
009168     MOVE WS-TOTAL-DEP-INT     TO GL-AMOUNT.                      00077004
009169     WRITE GL-RECORD.                                             00077004
009170                                                                  00077004
009171     INITIALIZE GL-RECORD.                                        00077004
009172     MOVE WS-GL-DEP-INT-EXP-ACCT TO GL-ACCOUNT-CODE.              00077004
009173     MOVE 'DEPOSIT INT EXPENSE'   TO GL-DESCRIPTION.              00077004
009174     MOVE WS-TOTAL-DEP-INT     TO GL-AMOUNT.                      00077004
009175     MOVE 'D'                  TO GL-DR-CR.                       00077004
009176     WRITE GL-RECORD.                                             00077004
009177                                                                  00077004
009178     INITIALIZE GL-RECORD.                                        00077004
009179     MOVE WS-GL-DEP-INT-ACCT   TO GL-ACCOUNT-CODE.                00077004
009180     MOVE 'DEPOSIT INT REFUNDED'  TO GL-DESCRIPTION.              00077004
009181     MOVE WS-TOTAL-DEP-INT-REFUND TO GL-AMOUNT.                   00077004
009182     MOVE 'D'                  TO GL-DR-CR.                       00077004
009183     WRITE GL-RECORD.                                             00077004
009184                                                                  00077004
009185*    A NET-METER SETTLEMENT BUYS THE BANKED ENERGY BACK AT        00077004
009186*    AVOIDED COST - PURCHASED POWER, CREDITED TO A/R.             00077004
009187     INITIALIZE GL-RECORD.                                        00077004
009188     MOVE WS-GL-NET-METER-ACCT TO GL-ACCOUNT-CODE.                00077004
009189     MOVE 'NET METER SETTLEMENT'  TO GL-DESCRIPTION.              00077004
009190     MOVE WS-TOTAL-NM-CREDIT   TO GL-AMOUNT.                      00077004
009191     MOVE 'D'                  TO GL-DR-CR.                       00077004
009192     WRITE GL-RECORD.                                             00077004
009149                                                                  00077004
009150*    TAX LIABILITY ROWS, ONE PAIR PER JURISDICTION, SO            00077004
009139*    REMITTANCE COMES STRAIGHT OFF THE EXTRACT.                   00910004
009140     MOVE 1 TO WS-JT-IDX.                                         00910004
009210     MOVE WS-CUSTOMERS-BILLED TO CK-CUSTOMERS-DONE.               00920004
009215     MOVE WS-EXCEPTION-COUNT  TO CK-EXCEPTION-COUNT.              00920004
009216     MOVE WS-HELD-COUNT      TO CK-HELD-COUNT.                    00920004
009217     MOVE WS-BILL-CYCLE      TO CK-BILL-CYCLE.                    00920004
009218     MOVE WS-CYCLE-PASSED    TO CK-CYCLE-PASSED.                  00920004
009220     OPEN OUTPUT CHKPT.                                           00920004
009230     WRITE CK-RECORD.                                             00920004
009240     CLOSE CHKPT.                                                 00920004
009287         CLOSE ARNEW                                              00035004
009288         CLOSE HIBILL                                             00035004
009289         CLOSE STMTEXT                                            00035004
009290         CLOSE DEPNEW                                             00035004
009291         CLOSE ARRNEW                                             00035004
009292         CLOSE NMBNEW                                             00035004
009292         CLOSE ARTRANS                                            00035004
009288     END-IF.                                                      00920004
009311     CLOSE ARMAST.                                                00930004
009312     IF NOT WS-AUDITH-NOTFOUND                                    00930004
009313         CLOSE AUDITH                                             00930004
009314     END-IF.                                                      00930004
009312     IF NOT WS-DEPMAST-NOTFOUND                                   00930004
009313         CLOSE DEPMAST                                            00930004
009314     END-IF.                                                      00930004
009315     IF NOT WS-ARRMAST-NOTFOUND                                   00930004
009316         CLOSE ARRMAST                                            00930004
009317     END-IF.                                                      00930004
009318     IF NOT WS-NMBANK-NOTFOUND                                    00930004
009319         CLOSE NMBANK                                             00930004
009320     END-IF.                                                      00930004
