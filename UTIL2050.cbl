000275*                   move-out and the next tenant's move-in        00002001
000276*                   together, and the second order used to        00002001
000277*                   reject as ACCOUNT NOT ON FILE.                00002001
000278*  10/06/2026 GD    Security deposits - a move-in assesses the    00002001
000279*                   new occupant's deposit from the DEPRATE       00002001
000280*                   schedule for the plan, and a move-out applies 00002001
000281*                   the deposit paid plus its interest (accrued   00002001
000282*                   through the final period) against the closing 00002001
000283*                   balance before the total due is struck.       00002001
000284*                   DEPMAST in, DEPNEW out.                       00002001
000285*  10/08/2026 GD    CUSTMAST layout sync - record grew to 142     00002001
000286*                   bytes for the billing-cycle code.             00002001
000287*  10/12/2026 GD    A/R detail ledger - a final bill appends its  00002001
000288*                   charges, any budget variance folded in and    00002001
000289*                   any deposit applied to the day's ARTRANS      00002001
000290*                   ledger transactions, dated with the move-out. 00002001
000291*  10/13/2026 GD    Net metering - a move-out on a net-metered    00002001
000292*                   account nets the final delivered kWh against  00002001
000293*                   the final received kWh (new SVCORD field) and 00002001
000294*                   the NMBANK kWh bank, then settles what is left00002001
000295*                   in the bank at the AVCRATE avoided-cost rate  00002001
000296*                   in effect on the move-out date as a credit to 00002001
000297*                   the final balance (ledger type NM).  NMBANK   00002001
000298*                   in, NMBNEW out.  CUSTMAST layout sync - record00002001
000299*                   grew to 148 bytes for the net-meter flag and  00002001
000300*                   received kWh.                                 00002001
000270******************************************************************00003001
000280                                                                  00003001
000290 ENVIRONMENT DIVISION.                                            00003001
000770     SELECT SVCRPT ASSIGN TO "SVCRPT"                             00007001
000780         ORGANIZATION IS LINE SEQUENTIAL                          00007001
000790         FILE STATUS IS WS-SVCRPT-STATUS.                         00007001
000791                                                                  00007001
000792*  Deposit schedule - deposit amount and annual interest rate by  00007001
000793*  rate plan and effective date.                                  00007001
000794     SELECT DEPRATE ASSIGN TO "DEPRATE"                           00007001
000795         ORGANIZATION IS LINE SEQUENTIAL                          00007001
000796         FILE STATUS IS WS-DEPRATE-STATUS.                        00007001
000797                                                                  00007001
000798*  Customer security-deposit master, in ascending account order.  00007001
000799     SELECT DEPMAST ASSIGN TO "DEPMAST"                           00007001
000800         ORGANIZATION IS LINE SEQUENTIAL                          00007001
000801         FILE STATUS IS WS-DEPMAST-STATUS.                        00007001
000802                                                                  00007001
000803*  Updated deposit master - move-outs applied, move-ins assessed. 00007001
000804     SELECT DEPNEW ASSIGN TO "DEPNEW"                             00007001
000805         ORGANIZATION IS LINE SEQUENTIAL                          00007001
000806         FILE STATUS IS WS-DEPNEW-STATUS.                         00007001
000807                                                                  00007001
000808*  Day's A/R ledger transactions - the rows behind each final     00007001
000809*  bill's balance, appended behind the rows already written today.00007001
000810     SELECT ARTRANS ASSIGN TO "ARTRANS"                           00007001
000811         ORGANIZATION IS LINE SEQUENTIAL                          00007001
000812         FILE STATUS IS WS-ARTRANS-STATUS.                        00007001
000813                                                                  00007001
000814*  Date-effective avoided-cost rate by rate plan - what a banked  00007001
000815*  kWh is worth when a net-metering bank settles.                 00007001
000816     SELECT AVCRATE ASSIGN TO "AVCRATE"                           00007001
000817         ORGANIZATION IS LINE SEQUENTIAL                          00007001
000818         FILE STATUS IS WS-AVCRATE-STATUS.                        00007001
000819                                                                  00007001
000820*  Net-metering kWh bank master, in ascending account order.      00007001
000821     SELECT NMBANK ASSIGN TO "NMBANK"                             00007001
000822         ORGANIZATION IS LINE SEQUENTIAL                          00007001
000823         FILE STATUS IS WS-NMBANK-STATUS.                         00007001
000824                                                                  00007001
000825*  Updated kWh bank master - move-out banks settled and closed.   00007001
000826     SELECT NMBNEW ASSIGN TO "NMBNEW"                             00007001
000827         ORGANIZATION IS LINE SEQUENTIAL                          00007001
000828         FILE STATUS IS WS-NMBNEW-STATUS.                         00007001
000800                                                                  00007001
000810 DATA DIVISION.                                                   00007001
000820 FILE SECTION.                                                    00007001
001040     05  SO-FWD-ADDR-LINE1        PIC X(25).                      00009001
001050     05  SO-FWD-ADDR-LINE2        PIC X(25).                      00009001
001060     05  SO-FWD-CITY-ST-ZIP       PIC X(25).                      00009001
001070*    KWH RECEIVED (EXPORTED) OVER THE SAME PERIOD, FROM THE       00009001
001071*    FINAL READ OF A NET METER'S RECEIVED REGISTER.  BLANK        00009001
001072*    ON AN ACCOUNT NOT ON NET METERING.                           00009001
001073     05  SO-FINAL-RECV-KWH        PIC X(05).                      00009001
001074     05  SO-FINAL-RECV-KWH-N REDEFINES SO-FINAL-RECV-KWH          00009001
001075                                  PIC 9(05).                      00009001
001080                                                                  00009001
001090 FD  CUSTMAST                                                     00010001
001100     RECORDING MODE IS F.                                         00010001
001272                                  SIGN LEADING SEPARATE.          00011001
001273     05  CM-EBILL-FLAG            PIC X(01).                      00002001
001274     05  CM-EST-KWH-TOT           PIC X(05).                      00002001
001275     05  CM-BILL-CYCLE            PIC X(02).                      00002001
001276*    NET METERING - Y FOR A CUSTOMER-GENERATION ACCOUNT, WITH     00002001
001277*    THE RECEIVED (EXPORT) KWH FOR THE PERIOD.                    00002001
001278     05  CM-NET-METER             PIC X(01).                      00002001
001279         88  CM-NET-METERED                   VALUE 'Y'.          00002001
001280     05  CM-KWH-RECVD-X           PIC X(05).                      00002001
001281     05  CM-KWH-RECVD REDEFINES CM-KWH-RECVD-X                    00002001
001282                                  PIC 9(05).                      00002001
001280 01  CT-RECORD.                                                   00011001
001290     05  CT-TRAILER-ID            PIC X(06).                      00011001
001300         88  CT-TRAILER                       VALUE '999999'.     00011001
001310     05  CT-LABEL                 PIC X(08).                      00011001
001320     05  CT-RECORD-COUNT          PIC 9(06).                      00011001
001330     05  FILLER                   PIC X(128).                     00002001
001340                                                                  00012001
001350 FD  CUSTNEW                                                      00012001
001360     RECORDING MODE IS F.                                         00012001
001370 01  CN-RECORD                    PIC X(148).                     00002001
001380                                                                  00012001
001390 FD  ARMAST                                                       00012001
001400     RECORDING MODE IS F.                                         00012001
001830 FD  SVCRPT                                                       00016001
001840     RECORDING MODE IS F.                                         00016001
001850 01  SV-LINE                      PIC X(132).                     00016001
001851                                                                  00016001
001852 FD  DEPRATE                                                      00016001
001853     RECORDING MODE IS F.                                         00016001
001854 01  DR-RECORD.                                                   00016001
001855     05  DR-RATE-PLAN-CODE        PIC X(01).                      00016001
001856     05  DR-EFF-DATE              PIC 9(08).                      00016001
001857     05  DR-DEPOSIT-AMT           PIC 9(05)V99.                   00016001
001858     05  DR-INT-RATE              PIC V9(04).                     00016001
001859     05  FILLER                   PIC X(10).                      00016001
001860                                                                  00016001
001861 FD  DEPMAST                                                      00016001
001862     RECORDING MODE IS F.                                         00016001
001863 01  DM-RECORD.                                                   00016001
001864     05  DM-ACCOUNT-NO            PIC 9(06).                      00016001
001865     05  FILLER                   PIC X(64).                      00016001
001866                                                                  00016001
001867 FD  DEPNEW                                                       00016001
001868     RECORDING MODE IS F.                                         00016001
001869 01  DN-RECORD                    PIC X(70).                      00016001
001870                                                                  00016001
001871 FD  AVCRATE                                                      00016001
001872     RECORDING MODE IS F.                                         00016001
001873 01  AV-RECORD.                                                   00016001
001874     05  AV-RATE-PLAN-CODE        PIC X(01).                      00016001
001875     05  AV-EFF-DATE              PIC 9(08).                      00016001
001876     05  AV-RATE                  PIC V9(04).                     00016001
001877     05  FILLER                   PIC X(10).                      00016001
001878                                                                  00016001
001879 FD  NMBANK                                                       00016001
001880     RECORDING MODE IS F.                                         00016001
001881 01  NM-RECORD.                                                   00016001
001882     05  NM-ACCOUNT-NO            PIC 9(06).                      00016001
001883     05  FILLER                   PIC X(64).                      00016001
001884                                                                  00016001
001885 FD  NMBNEW                                                       00016001
001886     RECORDING MODE IS F.                                         00016001
001887 01  NX-RECORD                    PIC X(70).                      00016001
001888                                                                  00016001
001871 FD  ARTRANS                                                      00016001
001872     RECORDING MODE IS F.                                         00016001
001873 01  LG-RECORD.                                                   00016001
001874     05  LG-ACCOUNT-NO            PIC 9(06).                      00016001
001875     05  LG-POST-DATE             PIC 9(08).                      00016001
001876     05  LG-POST-TIME             PIC 9(08).                      00016001
001877     05  LG-TRAN-TYPE             PIC X(02).                      00016001
001878     05  LG-TRAN-DATE             PIC 9(08).                      00016001
001879     05  LG-AMOUNT                PIC S9(07)V99                   00016001
001880                                  SIGN LEADING SEPARATE.          00016001
001881     05  LG-SOURCE                PIC X(08).                      00016001
001882     05  LG-REFERENCE             PIC X(20).                      00016001
001883     05  FILLER                   PIC X(10).                      00016001
001860                                                                  00016001
001870 WORKING-STORAGE SECTION.                                         00016001
001880                                                                  00016001
002000     88  WS-TAXFIL-EOF                       VALUE '10'.          00017001
002010 01  WS-FINLBILL-STATUS          PIC X(02)   VALUE '00'.          00017001
002020 01  WS-SVCRPT-STATUS            PIC X(02)   VALUE '00'.          00017001
002021 01  WS-DEPRATE-STATUS           PIC X(02)   VALUE '00'.          00017001
002022     88  WS-DEPRATE-EOF                      VALUE '10'.          00017001
002023 01  WS-DEPMAST-STATUS           PIC X(02)   VALUE '00'.          00017001
002024     88  WS-DEPMAST-NOTFOUND                 VALUE '35'.          00017001
002025 01  WS-DEPNEW-STATUS            PIC X(02)   VALUE '00'.          00017001
002026 01  WS-AVCRATE-STATUS           PIC X(02)   VALUE '00'.          00017001
002027     88  WS-AVCRATE-EOF                      VALUE '10'.          00017001
002028 01  WS-NMBANK-STATUS            PIC X(02)   VALUE '00'.          00017001
002029     88  WS-NMBANK-NOTFOUND                  VALUE '35'.          00017001
002030 01  WS-NMBNEW-STATUS            PIC X(02)   VALUE '00'.          00017001
002026 01  WS-ARTRANS-STATUS           PIC X(02)   VALUE '00'.          00017001
002027     88  WS-ARTRANS-NOTFOUND                 VALUE '35'.          00017001
002030                                                                  00017001
002040 01  WS-ORD-EOF-SW               PIC X(01)   VALUE 'N'.           00017001
002050     88  WS-ORD-EOF                          VALUE 'Y'.           00018001
002120     88  WS-AR-MATCHED                       VALUE 'Y'.           00018001
002121 01  WS-AR-UPDATED-SW            PIC X(01)   VALUE 'N'.           00018001
002122     88  WS-AR-UPDATED                       VALUE 'Y'.           00018001
002123 01  WS-DEP-MATCHED-SW           PIC X(01)   VALUE 'N'.           00018001
002124     88  WS-DEP-MATCHED                      VALUE 'Y'.           00018001
002125 01  WS-NMB-MATCHED-SW           PIC X(01)   VALUE 'N'.           00018001
002126     88  WS-NMB-MATCHED                      VALUE 'Y'.           00018001
002130                                                                  00018001
002140******************************************************************00018001
002150* MATCH KEYS - HIGH-VALUES AT END OF FILE SO THE OTHER LEG OF     00018001
002180 01  WS-ORD-KEY                  PIC X(06)   VALUE SPACES.        00019001
002190 01  WS-CUST-KEY                 PIC X(06)   VALUE SPACES.        00019001
002200 01  WS-AR-KEY                   PIC X(06)   VALUE SPACES.        00019001
002201 01  WS-DEP-KEY                  PIC X(06)   VALUE SPACES.        00019001
002202 01  WS-NMB-KEY                  PIC X(06)   VALUE SPACES.        00019001
002210                                                                  00019001
002220******************************************************************00019001
002230* RATE/TIER TABLE - LOADED FROM RATEFIL AT RUN START, KEYED       00019001
003050                                  SIGN LEADING SEPARATE.          00026001
003060     05  FILLER                   PIC X(05).                      00026001
003070                                                                  00026001
003071******************************************************************00026001
003072* DEPOSIT SCHEDULE - LOADED FROM DEPRATE AT RUN START, AND THE    00026001
003073* ACCOUNT'S DEPOSIT RECORD HELD WHILE ITS ORDERS APPLY.  THE      00026001
003074* CALLER WRITES IT TO DEPNEW AFTER THE ACCOUNT'S LAST ORDER.      00026001
003075******************************************************************00026001
003076 01  WS-DR-COUNT                 PIC 9(03)   VALUE 0.             00026001
003077 01  WS-DEP-RATE-TABLE.                                           00026001
003078     05  WS-DEP-RATE-ENTRY OCCURS 40 TIMES.                       00026001
003079         10  WS-DR-PLAN-CODE      PIC X(01).                      00026001
003080         10  WS-DR-EFF-DATE       PIC 9(08).                      00026001
003081         10  WS-DR-DEPOSIT-AMT    PIC 9(05)V99.                   00026001
003082         10  WS-DR-INT-RATE       PIC V9(04).                     00026001
003083 01  WS-DR-SEARCH-IDX            PIC 9(03)   VALUE 0.             00026001
003084 01  WS-DR-BEST-IDX              PIC 9(03)   VALUE 0.             00026001
003085 01  WS-DR-BEST-DATE             PIC 9(08)   VALUE 0.             00026001
003086 01  WS-DEP-REC.                                                  00026001
003087     05  WS-DPR-ACCOUNT-NO        PIC 9(06).                      00026001
003088*    A ASSESSED AND BILLING, H PAID AND HELD, R REFUNDED TO       00026001
003089*    A/R, F APPLIED TO THE FINAL BILL.                            00026001
003090     05  WS-DPR-STATUS            PIC X(01).                      00026001
003091         88  WS-DPR-OPEN                      VALUE 'A' 'H'.      00026001
003092         88  WS-DPR-HELD                      VALUE 'H'.          00026001
003093     05  WS-DPR-RATE-PLAN-CODE    PIC X(01).                      00026001
003094     05  WS-DPR-ASSESS-DATE       PIC 9(08).                      00026001
003095     05  WS-DPR-DEPOSIT-AMT       PIC 9(05)V99.                   00026001
003096     05  WS-DPR-AMT-PAID          PIC 9(05)V99.                   00026001
003097     05  WS-DPR-LAST-BILL-DATE    PIC 9(08).                      00026001
003098     05  WS-DPR-INT-ACCRUED       PIC 9(05)V99.                   00026001
003099     05  WS-DPR-INT-THRU-DATE     PIC 9(08).                      00026001
003100     05  WS-DPR-ONTIME-COUNT      PIC 9(02).                      00026001
003101     05  WS-DPR-CLOSE-DATE        PIC 9(08).                      00026001
003102     05  FILLER                   PIC X(07).                      00026001
003103 01  WS-DEP-INTEREST             PIC 9(05)V99 VALUE 0.            00026001
003104 01  WS-DEP-APPLIED              PIC 9(06)V99 VALUE 0.            00026001
003105 01  WS-DEP-CREDIT               PIC S9(06)V99 VALUE 0.           00026001
003106                                                                  00026001
003107******************************************************************00026001
003108* NET METERING - THE ACCOUNT'S NMBANK RECORD, HELD WHILE ITS      00026001
003109* ORDERS APPLY AND WRITTEN TO NMBNEW BY THE CALLER, THE FINAL     00026001
003110* PERIOD'S DELIVERED AND RECEIVED KWH, THE BANK SETTLEMENT, AND   00026001
003111* THE AVOIDED-COST SCHEDULE LOADED FROM AVCRATE AT RUN START.     00026001
003112******************************************************************00026001
003113 01  WS-NMB-REC.                                                  00026001
003114     05  WS-NMR-ACCOUNT-NO        PIC 9(06).                      00026001
003115*    A ACTIVE (BANKING), S SETTLED AND CLOSED AT MOVE-OUT.        00026001
003116     05  WS-NMR-STATUS            PIC X(01).                      00026001
003117         88  WS-NMR-ACTIVE                    VALUE 'A'.          00026001
003118     05  WS-NMR-ENROLL-DATE       PIC 9(08).                      00026001
003119     05  WS-NMR-TRUEUP-DATE       PIC 9(08).                      00026001
003120     05  WS-NMR-BANK-KWH          PIC 9(07).                      00026001
003121     05  WS-NMR-LAST-BILL-DATE    PIC 9(08).                      00026001
003122     05  WS-NMR-LAST-SETTLE-DATE  PIC 9(08).                      00026001
003123     05  WS-NMR-LAST-SETTLE-KWH   PIC 9(07).                      00026001
003124     05  WS-NMR-LAST-SETTLE-AMT   PIC 9(06)V99.                   00026001
003125     05  WS-NMR-CLOSE-DATE        PIC 9(08).                      00026001
003126     05  FILLER                   PIC X(01).                      00026001
003127 01  WS-KWH-DELIVERED            PIC 9(05)   VALUE 0.             00026001
003128 01  WS-KWH-RECEIVED             PIC 9(05)   VALUE 0.             00026001
003129 01  WS-BANK-USED                PIC 9(07)   VALUE 0.             00026001
003130 01  WS-NM-SETTLE-KWH            PIC 9(07)   VALUE 0.             00026001
003131 01  WS-NM-CREDIT                PIC 9(06)V99 VALUE 0.            00026001
003132 01  WS-NM-CREDIT-S              PIC S9(06)V99 VALUE 0.           00026001
003133 01  WS-AV-COUNT                 PIC 9(03)   VALUE 0.             00026001
003134 01  WS-AVOIDED-COST-TABLE.                                       00026001
003135     05  WS-AVOIDED-COST-ENTRY OCCURS 40 TIMES.                   00026001
003136         10  WS-AV-PLAN-CODE      PIC X(01).                      00026001
003137         10  WS-AV-EFF-DATE       PIC 9(08).                      00026001
003138         10  WS-AV-RATE           PIC V9(04).                     00026001
003139 01  WS-AV-SEARCH-IDX            PIC 9(03)   VALUE 0.             00026001
003140 01  WS-AV-BEST-IDX              PIC 9(03)   VALUE 0.             00026001
003141 01  WS-AV-BEST-DATE             PIC 9(08)   VALUE 0.             00026001
003106                                                                  00026001
003080******************************************************************00026001
003090* RUN COUNTERS AND CONTROL TOTALS                                 00026001
003100******************************************************************00026001
003160 01  WS-CUST-WRITTEN             PIC 9(06)   VALUE 0.             00027001
003170 01  WS-FINAL-REVENUE            PIC 9(09)V99 VALUE 0.            00027001
003180 01  WS-FINAL-DUE-TOTAL          PIC S9(10)V99 VALUE 0.           00027001
003181 01  WS-DEPOSITS-APPLIED         PIC 9(06)   VALUE 0.             00027001
003182 01  WS-DEPOSITS-ASSESSED        PIC 9(06)   VALUE 0.             00027001
003183 01  WS-DEP-APPLIED-TOTAL        PIC 9(09)V99 VALUE 0.            00027001
003184 01  WS-NM-SETTLED               PIC 9(06)   VALUE 0.             00027001
003185 01  WS-NM-CREDIT-TOTAL          PIC 9(09)V99 VALUE 0.            00027001
003184 01  WS-LEDGER-WRITTEN           PIC 9(06)   VALUE 0.             00027001
003190                                                                  00027001
003200******************************************************************00027001
003210* RUN DATE/TIME, PRINT-LINE AND EDITED FIELDS                     00027001
003370     05  WS-TRL-ID                PIC X(06)   VALUE '999999'.     00029001
003380     05  WS-TRL-LABEL             PIC X(08)   VALUE 'TRAILER '.   00029001
003390     05  WS-TRL-COUNT             PIC 9(06)   VALUE 0.            00029001
003400     05  FILLER                   PIC X(128)  VALUE SPACES.       00002001
003410                                                                  00029001
003420 PROCEDURE DIVISION.                                              00029001
003430                                                                  00029001
004260         MOVE 16 TO RETURN-CODE                                   00036001
004270         STOP RUN                                                 00036001
004280     END-IF.                                                      00036001
004281     OPEN INPUT  DEPRATE.                                         00036001
004282     IF WS-DEPRATE-STATUS NOT = '00'                              00036001
004283         DISPLAY 'UNABLE TO OPEN DEPRATE, STATUS='                00036001
004284             WS-DEPRATE-STATUS                                    00036001
004285         MOVE 16 TO RETURN-CODE                                   00036001
004286         STOP RUN                                                 00036001
004287     END-IF.                                                      00036001
004288*    NO DEPOSIT MASTER YET - EVERY DEPOSIT ON DEPNEW IS NEW.      00036001
004289     OPEN INPUT  DEPMAST.                                         00036001
004290     IF WS-DEPMAST-NOTFOUND                                       00036001
004291         DISPLAY 'NO DEPOSIT MASTER - STARTING A NEW ONE'         00036001
004292         MOVE HIGH-VALUES TO WS-DEP-KEY                           00036001
004293     ELSE                                                         00036001
004294         IF WS-DEPMAST-STATUS NOT = '00'                          00036001
004295             DISPLAY 'UNABLE TO OPEN DEPMAST, STATUS='            00036001
004296                 WS-DEPMAST-STATUS                                00036001
004297             MOVE 16 TO RETURN-CODE                               00036001
004298             STOP RUN                                             00036001
004299         END-IF                                                   00036001
004300         PERFORM 585-READ-DEPOSIT                                 00036001
004301     END-IF.                                                      00036001
004302     OPEN OUTPUT DEPNEW.                                          00036001
004303     IF WS-DEPNEW-STATUS NOT = '00'                               00036001
004304         DISPLAY 'UNABLE TO OPEN DEPNEW, STATUS='                 00036001
004305             WS-DEPNEW-STATUS                                     00036001
004306         MOVE 16 TO RETURN-CODE                                   00036001
004307         STOP RUN                                                 00036001
004308     END-IF.                                                      00036001
004309     OPEN INPUT  AVCRATE.                                         00036001
004310     IF WS-AVCRATE-STATUS NOT = '00'                              00036001
004311         DISPLAY 'UNABLE TO OPEN AVCRATE, STATUS='                00036001
004312             WS-AVCRATE-STATUS                                    00036001
004313         MOVE 16 TO RETURN-CODE                                   00036001
004314         STOP RUN                                                 00036001
004315     END-IF.                                                      00036001
004316*    NO KWH BANK MASTER YET - NO ACCOUNT HAS BILLED NET-METERED.  00036001
004317     OPEN INPUT  NMBANK.                                          00036001
004318     IF WS-NMBANK-NOTFOUND                                        00036001
004319         DISPLAY 'NO KWH BANK MASTER - STARTING A NEW ONE'        00036001
004320         MOVE HIGH-VALUES TO WS-NMB-KEY                           00036001
004321     ELSE                                                         00036001
004322         IF WS-NMBANK-STATUS NOT = '00'                           00036001
004323             DISPLAY 'UNABLE TO OPEN NMBANK, STATUS='             00036001
004324                 WS-NMBANK-STATUS                                 00036001
004325             MOVE 16 TO RETURN-CODE                               00036001
004326             STOP RUN                                             00036001
004327         END-IF                                                   00036001
004328         PERFORM 555-READ-NMB                                     00036001
004329     END-IF.                                                      00036001
004330     OPEN OUTPUT NMBNEW.                                          00036001
004331     IF WS-NMBNEW-STATUS NOT = '00'                               00036001
004332         DISPLAY 'UNABLE TO OPEN NMBNEW, STATUS='                 00036001
004333             WS-NMBNEW-STATUS                                     00036001
004334         MOVE 16 TO RETURN-CODE                                   00036001
004335         STOP RUN                                                 00036001
004336     END-IF.                                                      00036001
004309*    ADD TO TODAY'S LEDGER TRANSACTIONS, OR START THEM IF NO      00036001
004310*    EARLIER STEP HAS.                                            00036001
004311     OPEN EXTEND ARTRANS.                                         00036001
004312     IF WS-ARTRANS-NOTFOUND                                       00036001
004313         OPEN OUTPUT ARTRANS                                      00036001
004314     END-IF.                                                      00036001
004315     IF WS-ARTRANS-STATUS NOT = '00'                              00036001
004316         DISPLAY 'UNABLE TO OPEN ARTRANS, STATUS='                00036001
004317             WS-ARTRANS-STATUS                                    00036001
004318         MOVE 16 TO RETURN-CODE                                   00036001
004319         STOP RUN                                                 00036001
004320     END-IF.                                                      00036001
004290                                                                  00036001
004300     PERFORM 070-LOAD-RATE-TABLE.                                 00036001
004310     PERFORM 075-LOAD-TAX-TABLE.                                  00036001
004311     PERFORM 080-LOAD-DEPOSIT-RATES.                              00036001
004312     PERFORM 085-LOAD-AVOIDED-COST.                               00036001
004320     PERFORM 565-READ-AR.                                         00036001
004330     PERFORM 200-READ-ORDER.                                      00037001
004340     PERFORM 220-READ-CUSTOMER.                                   00037001
004900     MOVE TX-STATE-TAX-PCT TO WS-TX-STATE-PCT(WS-TAX-COUNT).      00041001
004910     MOVE TX-FRANCHISE-PCT TO WS-TX-FRANCHISE-PCT(WS-TAX-COUNT).  00041001
004920 076-READ-TAX-FILE-EXIT.                                          00041001
004921                                                                  00041001
004922******************************************************************00041001
004923* LOAD THE DATE-EFFECTIVE DEPOSIT SCHEDULE INTO WS-DEP-RATE-TABLE 00041001
004924******************************************************************00041001
004925 080-LOAD-DEPOSIT-RATES.                                          00041001
004926     PERFORM 081-READ-DEPOSIT-RATE THRU 081-READ-DEPOSIT-RATE-EXIT00041001
004927         UNTIL WS-DEPRATE-EOF.                                    00041001
004928     CLOSE DEPRATE.                                               00041001
004929                                                                  00041001
004930 081-READ-DEPOSIT-RATE.                                           00041001
004931     READ DEPRATE                                                 00041001
004932         AT END                                                   00041001
004933             SET WS-DEPRATE-EOF TO TRUE                           00041001
004934             GO TO 081-READ-DEPOSIT-RATE-EXIT                     00041001
004935     END-READ.                                                    00041001
004936     IF WS-DR-COUNT >= 40                                         00041001
004937         DISPLAY 'DEPRATE HAS MORE THAN 40 ROWS - TABLE FULL'     00041001
004938         MOVE 16 TO RETURN-CODE                                   00041001
004939         STOP RUN                                                 00041001
004940     END-IF.                                                      00041001
004941     ADD 1 TO WS-DR-COUNT.                                        00041001
004942     MOVE DR-RATE-PLAN-CODE TO WS-DR-PLAN-CODE(WS-DR-COUNT).      00041001
004943     MOVE DR-EFF-DATE       TO WS-DR-EFF-DATE(WS-DR-COUNT).       00041001
004944     MOVE DR-DEPOSIT-AMT    TO WS-DR-DEPOSIT-AMT(WS-DR-COUNT).    00041001
004945     MOVE DR-INT-RATE       TO WS-DR-INT-RATE(WS-DR-COUNT).       00041001
004946 081-READ-DEPOSIT-RATE-EXIT.                                      00041001
004947     EXIT.                                                        00041001
004948                                                                  00041001
004949******************************************************************00041001
004950* LOAD THE DATE-EFFECTIVE AVOIDED-COST SCHEDULE FROM AVCRATE      00041001
004951******************************************************************00041001
004952 085-LOAD-AVOIDED-COST.                                           00041001
004953     PERFORM 086-READ-AVOIDED-COST THRU 086-READ-AVOIDED-COST-EXIT00041001
004954         UNTIL WS-AVCRATE-EOF.                                    00041001
004955     CLOSE AVCRATE.                                               00041001
004956                                                                  00041001
004957 086-READ-AVOIDED-COST.                                           00041001
004958     READ AVCRATE                                                 00041001
004959         AT END                                                   00041001
004960             SET WS-AVCRATE-EOF TO TRUE                           00041001
004961             GO TO 086-READ-AVOIDED-COST-EXIT                     00041001
004962     END-READ.                                                    00041001
004963     IF WS-AV-COUNT >= 40                                         00041001
004964         DISPLAY 'AVCRATE HAS MORE THAN 40 ROWS - TABLE FULL'     00041001
004965         MOVE 16 TO RETURN-CODE                                   00041001
004966         STOP RUN                                                 00041001
004967     END-IF.                                                      00041001
004968     ADD 1 TO WS-AV-COUNT.                                        00041001
004969     MOVE AV-RATE-PLAN-CODE TO WS-AV-PLAN-CODE(WS-AV-COUNT).      00041001
004970     MOVE AV-EFF-DATE       TO WS-AV-EFF-DATE(WS-AV-COUNT).       00041001
004971     MOVE AV-RATE           TO WS-AV-RATE(WS-AV-COUNT).           00041001
004972 086-READ-AVOIDED-COST-EXIT.                                      00041001
004973     EXIT.                                                        00041001
004930     EXIT.                                                        00042001
004940                                                                  00042001
004950******************************************************************00042001
005160     END-IF.                                                      00043001
005170                                                                  00044001
005180     PERFORM 560-LOCATE-AR THRU 560-LOCATE-AR-EXIT.               00046001
005181     PERFORM 580-LOCATE-DEPOSIT THRU 580-LOCATE-DEPOSIT-EXIT.     00046001
005182     PERFORM 550-LOCATE-NMB THRU 550-LOCATE-NMB-EXIT.             00046001
005181     MOVE 'N' TO WS-AR-UPDATED-SW.                                00046001
005182*    APPLY EVERY ORDER QUEUED FOR THIS ACCOUNT - LANDLORD         00046001
005183*    TURNOVER FILES THE MOVE-OUT AND THE NEXT TENANT'S            00046001
005191     ELSE                                                         00046001
005192         PERFORM 575-RESTORE-AR                                   00046001
005193     END-IF.                                                      00046001
005194     IF WS-DEP-MATCHED                                            00046001
005195         WRITE DN-RECORD FROM WS-DEP-REC                          00046001
005196     END-IF.                                                      00046001
005197     IF WS-NMB-MATCHED                                            00046001
005198         WRITE NX-RECORD FROM WS-NMB-REC                          00046001
005199     END-IF.                                                      00046001
005210     PERFORM 220-READ-CUSTOMER.                                   00046001
005220 100-MATCH-CONTROL-EXIT.                                          00044001
005230     EXIT.                                                        00044001
005800     MOVE 0 TO CM-KWH-USED.                                       00055001
005801     MOVE 0 TO CM-PEAK-KWH.                                       00055001
005802     MOVE ZEROS TO CM-EST-KWH-TOT.                                00055001
005803     MOVE 0 TO CM-KWH-RECVD.                                      00055001
005830     ADD 1 TO WS-MOVE-INS-APPLIED.                                00055001
005840     MOVE SPACES TO WS-PRINT-LINE.                                00055001
005850     STRING 'MOVE-IN  ACCT ' SO-ACCOUNT-NO                        00055001
005860         ' EFFECTIVE ' SO-ORDER-DATE                              00055001
005870         DELIMITED BY SIZE INTO WS-PRINT-LINE.                    00055001
005880     WRITE SV-LINE FROM WS-PRINT-LINE.                            00055001
005881     PERFORM 590-ASSESS-DEPOSIT THRU 590-ASSESS-DEPOSIT-EXIT.     00055001
005881 320-APPLY-ORDER-NEXT.                                            00055001
005882     PERFORM 200-READ-ORDER.                                      00055001
005890 320-APPLY-ORDER-EXIT.                                            00055001
006170             MOVE 'FINAL KWH NOT NUMERIC' TO WS-EDIT-REASON       00052001
006180             GO TO 350-EDIT-ORDER-EXIT                            00052001
006190         END-IF                                                   00052001
006191         IF CM-NET-METERED                                        00052001
006192             AND SO-FINAL-RECV-KWH NOT = SPACES                   00052001
006193             AND SO-FINAL-RECV-KWH NOT NUMERIC                    00052001
006194             MOVE 'N' TO WS-VALID-ORDER-SW                        00052001
006195             MOVE 'FINAL RECEIVED KWH NOT NUMERIC'                00052001
006196                 TO WS-EDIT-REASON                                00052001
006197             GO TO 350-EDIT-ORDER-EXIT                            00052001
006198         END-IF                                                   00052001
006200         IF CM-ACCT-CLOSED                                        00052001
006210             MOVE 'N' TO WS-VALID-ORDER-SW                        00052001
006220             MOVE 'ACCOUNT ALREADY CLOSED' TO WS-EDIT-REASON      00052001
006250 350-EDIT-ORDER-EXIT.                                             00053001
006260     EXIT.                                                        00053001
006270                                                                  00053001
006271******************************************************************00053001
006272* LOCATE THIS CUSTOMER'S NET-METERING KWH BANK.  NMBANK IS IN     00053001
006273* ACCOUNT ORDER; BANKS FOR ACCOUNTS WITH NO ORDER PASS THROUGH TO 00053001
006274* NMBNEW UNCHANGED.  A MATCHED RECORD IS HELD IN WS-NMB-REC.      00053001
006275******************************************************************00053001
006276 550-LOCATE-NMB.                                                  00053001
006277     PERFORM 552-PASS-NMB THRU 552-PASS-NMB-EXIT                  00053001
006278         UNTIL WS-NMB-KEY >= WS-CUST-KEY.                         00053001
006279     IF WS-NMB-KEY = WS-CUST-KEY                                  00053001
006280         SET WS-NMB-MATCHED TO TRUE                               00053001
006281         MOVE NM-RECORD TO WS-NMB-REC                             00053001
006282         PERFORM 555-READ-NMB                                     00053001
006283     ELSE                                                         00053001
006284         MOVE 'N' TO WS-NMB-MATCHED-SW                            00053001
006285         MOVE SPACES TO WS-NMB-REC                                00053001
006286     END-IF.                                                      00053001
006287 550-LOCATE-NMB-EXIT.                                             00053001
006288     EXIT.                                                        00053001
006289                                                                  00053001
006290 552-PASS-NMB.                                                    00053001
006291     WRITE NX-RECORD FROM NM-RECORD.                              00053001
006292     PERFORM 555-READ-NMB.                                        00053001
006293 552-PASS-NMB-EXIT.                                               00053001
006294     EXIT.                                                        00053001
006295                                                                  00053001
006296 555-READ-NMB.                                                    00053001
006297     READ NMBANK                                                  00053001
006298         AT END                                                   00053001
006299             MOVE HIGH-VALUES TO WS-NMB-KEY                       00053001
006300         NOT AT END                                               00053001
006301             MOVE NM-ACCOUNT-NO TO WS-NMB-KEY                     00053001
006302     END-READ.                                                    00053001
006303                                                                  00053001
006280******************************************************************00053001
006290* LOCATE THIS CUSTOMER'S A/R RECORD.  ARMAST IS IN ASCENDING      00053001
006300* ACCOUNT ORDER LIKE CUSTMAST; RECORDS FOR ACCOUNTS NOT ON THE    00053001
006750     IF WS-AR-MATCHED                                             00057001
006760         WRITE AN-RECORD FROM WS-AR-SAVE                          00057001
006770     END-IF.                                                      00057001
006771                                                                  00057001
006772******************************************************************00057001
006773* APPEND ONE ROW TO THE DAY'S LEDGER TRANSACTIONS.  THE CALLER    00057001
006774* FILLS IN THE ACCOUNT, TYPE, DATE, SIGNED AMOUNT (A CREDIT TO    00057001
006775* THE BALANCE IS NEGATIVE) AND REFERENCE.                         00057001
006776******************************************************************00057001
006777 577-WRITE-LEDGER.                                                00057001
006778     MOVE WS-RUN-DATE TO LG-POST-DATE.                            00057001
006779     MOVE WS-RUN-TIME TO LG-POST-TIME.                            00057001
006780     MOVE 'UTIL2050' TO LG-SOURCE.                                00057001
006781     WRITE LG-RECORD.                                             00057001
006782     IF WS-ARTRANS-STATUS NOT = '00'                              00057001
006783         DISPLAY 'UNABLE TO WRITE ARTRANS, STATUS='               00057001
006784             WS-ARTRANS-STATUS                                    00057001
006785         MOVE 16 TO RETURN-CODE                                   00057001
006786         STOP RUN                                                 00057001
006787     END-IF.                                                      00057001
006788     ADD 1 TO WS-LEDGER-WRITTEN.                                  00057001
006771                                                                  00057001
006772******************************************************************00057001
006773* LOCATE THIS CUSTOMER'S DEPOSIT RECORD.  DEPMAST IS IN ACCOUNT   00057001
006774* ORDER; DEPOSITS FOR ACCOUNTS WITH NO ORDER PASS THROUGH TO      00057001
006775* DEPNEW UNCHANGED.  A MATCHED RECORD IS HELD IN WS-DEP-REC.      00057001
006776******************************************************************00057001
006777 580-LOCATE-DEPOSIT.                                              00057001
006778     PERFORM 582-PASS-DEPOSIT THRU 582-PASS-DEPOSIT-EXIT          00057001
006779         UNTIL WS-DEP-KEY >= WS-CUST-KEY.                         00057001
006780     IF WS-DEP-KEY = WS-CUST-KEY                                  00057001
006781         SET WS-DEP-MATCHED TO TRUE                               00057001
006782         MOVE DM-RECORD TO WS-DEP-REC                             00057001
006783         PERFORM 585-READ-DEPOSIT                                 00057001
006784     ELSE                                                         00057001
006785         MOVE 'N' TO WS-DEP-MATCHED-SW                            00057001
006786         MOVE SPACES TO WS-DEP-REC                                00057001
006787     END-IF.                                                      00057001
006788 580-LOCATE-DEPOSIT-EXIT.                                         00057001
006789     EXIT.                                                        00057001
006790                                                                  00057001
006791 582-PASS-DEPOSIT.                                                00057001
006792     WRITE DN-RECORD FROM DM-RECORD.                              00057001
006793     PERFORM 585-READ-DEPOSIT.                                    00057001
006794 582-PASS-DEPOSIT-EXIT.                                           00057001
006795     EXIT.                                                        00057001
006796                                                                  00057001
006797 585-READ-DEPOSIT.                                                00057001
006798     READ DEPMAST                                                 00057001
006799         AT END                                                   00057001
006800             MOVE HIGH-VALUES TO WS-DEP-KEY                       00057001
006801         NOT AT END                                               00057001
006802             MOVE DM-ACCOUNT-NO TO WS-DEP-KEY                     00057001
006803     END-READ.                                                    00057001
006804                                                                  00057001
006805******************************************************************00057001
006806* A MOVE-IN ASSESSES THE NEW OCCUPANT'S SECURITY DEPOSIT - THE    00057001
006807* DEPRATE ROW IN EFFECT FOR THE PLAN ON THE MOVE-IN DATE.  IT     00057001
006808* REPLACES A CLOSED-OUT DEPOSIT; ONE STILL OPEN IS LEFT ALONE.    00057001
006809******************************************************************00057001
006810 590-ASSESS-DEPOSIT.                                              00057001
006811     IF WS-DEP-MATCHED AND WS-DPR-OPEN                            00057001
006812         GO TO 590-ASSESS-DEPOSIT-EXIT                            00057001
006813     END-IF.                                                      00057001
006814     PERFORM 595-LOOKUP-DEPOSIT-RATE.                             00057001
006815     IF WS-DR-BEST-IDX = 0                                        00057001
006816         GO TO 590-ASSESS-DEPOSIT-EXIT                            00057001
006817     END-IF.                                                      00057001
006818     IF WS-DR-DEPOSIT-AMT(WS-DR-BEST-IDX) = 0                     00057001
006819         GO TO 590-ASSESS-DEPOSIT-EXIT                            00057001
006820     END-IF.                                                      00057001
006821     MOVE SPACES TO WS-DEP-REC.                                   00057001
006822     MOVE CM-ACCOUNT-NO       TO WS-DPR-ACCOUNT-NO.               00057001
006823     MOVE 'A'                 TO WS-DPR-STATUS.                   00057001
006824     MOVE CM-RATE-PLAN-CODE   TO WS-DPR-RATE-PLAN-CODE.           00057001
006825     MOVE SO-ORDER-DATE-N     TO WS-DPR-ASSESS-DATE.              00057001
006826     MOVE WS-DR-DEPOSIT-AMT(WS-DR-BEST-IDX)                       00057001
006827                              TO WS-DPR-DEPOSIT-AMT.              00057001
006828     MOVE 0                   TO WS-DPR-AMT-PAID.                 00057001
006829     MOVE 0                   TO WS-DPR-LAST-BILL-DATE.           00057001
006830     MOVE 0                   TO WS-DPR-INT-ACCRUED.              00057001
006831     MOVE 0                   TO WS-DPR-INT-THRU-DATE.            00057001
006832     MOVE 0                   TO WS-DPR-ONTIME-COUNT.             00057001
006833     MOVE 0                   TO WS-DPR-CLOSE-DATE.               00057001
006834     SET WS-DEP-MATCHED TO TRUE.                                  00057001
006835     ADD 1 TO WS-DEPOSITS-ASSESSED.                               00057001
006836     MOVE WS-DPR-DEPOSIT-AMT TO WS-MONEY-ED.                      00057001
006837     MOVE SPACES TO WS-PRINT-LINE.                                00057001
006838     STRING 'DEPOSIT  ACCT ' SO-ACCOUNT-NO                        00057001
006839         ' ASSESSED ' WS-MONEY-ED                                 00057001
006840         ' PLAN ' CM-RATE-PLAN-CODE                               00057001
006841         DELIMITED BY SIZE INTO WS-PRINT-LINE.                    00057001
006842     WRITE SV-LINE FROM WS-PRINT-LINE.                            00057001
006843 590-ASSESS-DEPOSIT-EXIT.                                         00057001
006844     EXIT.                                                        00057001
006845                                                                  00057001
006846******************************************************************00057001
006847* FIND THE DEPOSIT SCHEDULE ROW IN EFFECT FOR THE ACCOUNT'S PLAN  00057001
006848* ON THE ORDER DATE.                                              00057001
006849******************************************************************00057001
006850 595-LOOKUP-DEPOSIT-RATE.                                         00057001
006851     MOVE 0 TO WS-DR-BEST-IDX.                                    00057001
006852     MOVE 0 TO WS-DR-BEST-DATE.                                   00057001
006853     MOVE 1 TO WS-DR-SEARCH-IDX.                                  00057001
006854     PERFORM 596-SCAN-DEPOSIT-RATE THRU 596-SCAN-DEPOSIT-RATE-EXIT00057001
006855         UNTIL WS-DR-SEARCH-IDX > WS-DR-COUNT.                    00057001
006856                                                                  00057001
006857 596-SCAN-DEPOSIT-RATE.                                           00057001
006858     IF WS-DR-PLAN-CODE(WS-DR-SEARCH-IDX) = CM-RATE-PLAN-CODE     00057001
006859         AND WS-DR-EFF-DATE(WS-DR-SEARCH-IDX)                     00057001
006860             NOT > SO-ORDER-DATE-N                                00057001
006861         AND WS-DR-EFF-DATE(WS-DR-SEARCH-IDX)                     00057001
006862             > WS-DR-BEST-DATE                                    00057001
006863         MOVE WS-DR-SEARCH-IDX TO WS-DR-BEST-IDX                  00057001
006864         MOVE WS-DR-EFF-DATE(WS-DR-SEARCH-IDX)                    00057001
006865             TO WS-DR-BEST-DATE                                   00057001
006866     END-IF.                                                      00057001
006867     ADD 1 TO WS-DR-SEARCH-IDX.                                   00057001
006868 596-SCAN-DEPOSIT-RATE-EXIT.                                      00057001
006869     EXIT.                                                        00057001
006870                                                                  00057001
006871******************************************************************00057001
006872* FIND THE AVOIDED-COST ROW IN EFFECT FOR THE ACCOUNT'S PLAN ON   00057001
006873* THE MOVE-OUT DATE.                                              00057001
006874******************************************************************00057001
006875 597-LOOKUP-AVOIDED-COST.                                         00057001
006876     MOVE 0 TO WS-AV-BEST-IDX.                                    00057001
006877     MOVE 0 TO WS-AV-BEST-DATE.                                   00057001
006878     MOVE 1 TO WS-AV-SEARCH-IDX.                                  00057001
006879     PERFORM 598-SCAN-AVOIDED-COST THRU 598-SCAN-AVOIDED-COST-EXIT00057001
006880         UNTIL WS-AV-SEARCH-IDX > WS-AV-COUNT.                    00057001
006881                                                                  00057001
006882 598-SCAN-AVOIDED-COST.                                           00057001
006883     IF WS-AV-PLAN-CODE(WS-AV-SEARCH-IDX) = CM-RATE-PLAN-CODE     00057001
006884         AND WS-AV-EFF-DATE(WS-AV-SEARCH-IDX)                     00057001
006885             NOT > SO-ORDER-DATE-N                                00057001
006886         AND WS-AV-EFF-DATE(WS-AV-SEARCH-IDX)                     00057001
006887             > WS-AV-BEST-DATE                                    00057001
006888         MOVE WS-AV-SEARCH-IDX TO WS-AV-BEST-IDX                  00057001
006889         MOVE WS-AV-EFF-DATE(WS-AV-SEARCH-IDX)                    00057001
006890             TO WS-AV-BEST-DATE                                   00057001
006891     END-IF.                                                      00057001
006892     ADD 1 TO WS-AV-SEARCH-IDX.                                   00057001
006893 598-SCAN-AVOIDED-COST-EXIT.                                      00057001
006894     EXIT.                                                        00057001
006780                                                                  00057001
006790******************************************************************00057001
006800* BILL THE FINAL PERIOD.  THE RATE AND TAX SCHEDULES IN EFFECT    00057001
006950         PERFORM 700-WRITE-REJECT                                 00068001
006980         GO TO 600-FINAL-BILL-EXIT                                00068001
006990     END-IF.                                                      00068001
006991*    A NET-METERED ACCOUNT'S BANK SETTLES AT THE AVOIDED-COST     00068001
006992*    RATE IN EFFECT ON THE MOVE-OUT DATE.                         00068001
006993     IF CM-NET-METERED                                            00068001
006994         PERFORM 597-LOOKUP-AVOIDED-COST                          00068001
006995         IF WS-AV-BEST-IDX = 0                                    00068001
006996             MOVE 'N' TO WS-VALID-ORDER-SW                        00068001
006997             MOVE 'NO AVOIDED-COST RATE FOR PLAN/DATE'            00068001
006998                 TO WS-EDIT-REASON                                00068001
006999             PERFORM 700-WRITE-REJECT                             00068001
007000             GO TO 600-FINAL-BILL-EXIT                            00068001
007001         END-IF                                                   00068001
007002     END-IF.                                                      00068001
007000                                                                  00059001
007010     MOVE SO-FINAL-KWH-N TO WS-FINAL-KWH.                         00059001
007020     MOVE SO-BILLING-DAYS-N TO WS-FINAL-DAYS.                     00059001
007030     IF WS-FINAL-DAYS = 0                                         00059001
007040         MOVE WS-CUR-STD-DAYS TO WS-FINAL-DAYS                    00059001
007050     END-IF.                                                      00059001
007051     PERFORM 625-APPLY-NET-METER THRU 625-APPLY-NET-METER-EXIT.   00059001
007060     PERFORM 630-CALC-FINAL-CHARGES.                              00059001
007061     PERFORM 635-APPLY-DEPOSIT THRU 635-APPLY-DEPOSIT-EXIT.       00059001
007062     PERFORM 637-SETTLE-NET-METER THRU 637-SETTLE-NET-METER-EXIT. 00059001
007070     PERFORM 640-PRINT-FINAL-BILL.                                00059001
007080                                                                  00059001
007090*    CLOSE THE ACCOUNT ON THE MASTER AND BUILD THE FINAL          00068001
007120     MOVE 0 TO CM-KWH-USED.                                       00068001
007121     MOVE 0 TO CM-PEAK-KWH.                                       00068001
007122     MOVE ZEROS TO CM-EST-KWH-TOT.                                00068001
007123     MOVE 0 TO CM-KWH-RECVD.                                      00068001
007130     MOVE SO-ORDER-DATE-N TO CM-BILL-DATE.                        00068001
007150                                                                  00068001
007160     MOVE SPACES TO WS-AR-NEW-REC.                                00068001
007200     MOVE WS-AR-LAST-PAY-DATE TO WS-ARN-LAST-PAY-DATE.            00068001
007210     MOVE 0                   TO WS-ARN-BUDGET-VARIANCE.          00068001
007220     SET WS-AR-UPDATED TO TRUE.                                   00068001
007221                                                                  00068001
007222*    THE LEDGER ROWS BEHIND THE NEW BALANCE - THE FINAL CHARGES,  00068001
007223*    THE BUDGET VARIANCE NOW DUE, THE DEPOSIT APPLIED AND ANY     00068001
007224*    NET-METERING BANK SETTLED.                                   00068001
007224     MOVE SPACES TO LG-RECORD.                                    00068001
007225     MOVE CM-ACCOUNT-NO TO LG-ACCOUNT-NO.                         00068001
007226     MOVE 'FB' TO LG-TRAN-TYPE.                                   00068001
007227     MOVE SO-ORDER-DATE-N TO LG-TRAN-DATE.                        00068001
007228     MOVE WS-TOTAL-BILL TO LG-AMOUNT.                             00068001
007229     MOVE 'FINAL BILL' TO LG-REFERENCE.                           00068001
007230     PERFORM 577-WRITE-LEDGER.                                    00068001
007231     IF WS-BUDGET-VARIANCE NOT = 0                                00068001
007232         MOVE SPACES TO LG-RECORD                                 00068001
007233         MOVE CM-ACCOUNT-NO TO LG-ACCOUNT-NO                      00068001
007234         MOVE 'BV' TO LG-TRAN-TYPE                                00068001
007235         MOVE SO-ORDER-DATE-N TO LG-TRAN-DATE                     00068001
007236         MOVE WS-BUDGET-VARIANCE TO LG-AMOUNT                     00068001
007237         MOVE 'BUDGET VARIANCE DUE' TO LG-REFERENCE               00068001
007238         PERFORM 577-WRITE-LEDGER                                 00068001
007239     END-IF.                                                      00068001
007240     IF WS-DEP-APPLIED > 0                                        00068001
007241         MOVE SPACES TO LG-RECORD                                 00068001
007242         MOVE CM-ACCOUNT-NO TO LG-ACCOUNT-NO                      00068001
007243         MOVE 'DA' TO LG-TRAN-TYPE                                00068001
007244         MOVE SO-ORDER-DATE-N TO LG-TRAN-DATE                     00068001
007245         COMPUTE LG-AMOUNT = 0 - WS-DEP-APPLIED                   00068001
007246         MOVE 'DEPOSIT APPLIED' TO LG-REFERENCE                   00068001
007247         PERFORM 577-WRITE-LEDGER                                 00068001
007248     END-IF.                                                      00068001
007249     IF WS-NM-CREDIT > 0                                          00068001
007250         MOVE SPACES TO LG-RECORD                                 00068001
007251         MOVE CM-ACCOUNT-NO TO LG-ACCOUNT-NO                      00068001
007252         MOVE 'NM' TO LG-TRAN-TYPE                                00068001
007253         MOVE SO-ORDER-DATE-N TO LG-TRAN-DATE                     00068001
007254         COMPUTE LG-AMOUNT = 0 - WS-NM-CREDIT                     00068001
007255         MOVE 'NET METER SETTLEMENT' TO LG-REFERENCE              00068001
007256         PERFORM 577-WRITE-LEDGER                                 00068001
007257     END-IF.                                                      00068001
007230                                                                  00061001
007240     ADD 1 TO WS-MOVE-OUTS-BILLED.                                00061001
007250     ADD WS-TOTAL-BILL TO WS-FINAL-REVENUE.                       00061001
008110 625-SCAN-TAX-TABLE-EXIT.                                         00068001
008120     EXIT.                                                        00068001
008130                                                                  00068001
008131******************************************************************00068001
008132* NET METERING - THE FINAL PERIOD BILLS DELIVERED LESS RECEIVED   00068001
008133* KWH, DRAWING DOWN THE BANK FIRST; A PERIOD THAT EXPORTED MORE   00068001
008134* THAN IT USED BANKS THE SURPLUS FOR THE SETTLEMENT.  AN ACCOUNT  00068001
008135* WITH NO ACTIVE BANK (NEVER BILLED NET-METERED, OR SETTLED AT A  00068001
008136* PRIOR OCCUPANT'S MOVE-OUT) IS ENROLLED WITH AN EMPTY ONE.       00068001
008137******************************************************************00068001
008138 625-APPLY-NET-METER.                                             00068001
008139     MOVE WS-FINAL-KWH TO WS-KWH-DELIVERED.                       00068001
008140     MOVE 0 TO WS-KWH-RECEIVED.                                   00068001
008141     MOVE 0 TO WS-BANK-USED.                                      00068001
008142     IF NOT CM-NET-METERED                                        00068001
008143         GO TO 625-APPLY-NET-METER-EXIT                           00068001
008144     END-IF.                                                      00068001
008145     IF NOT WS-NMB-MATCHED                                        00068001
008146         MOVE SPACES TO WS-NMB-REC                                00068001
008147         MOVE CM-ACCOUNT-NO TO WS-NMR-ACCOUNT-NO                  00068001
008148         SET WS-NMB-MATCHED TO TRUE                               00068001
008149     END-IF.                                                      00068001
008150     IF NOT WS-NMR-ACTIVE                                         00068001
008151         MOVE 'A' TO WS-NMR-STATUS                                00068001
008152         MOVE SO-ORDER-DATE-N TO WS-NMR-ENROLL-DATE               00068001
008153         COMPUTE WS-NMR-TRUEUP-DATE = SO-ORDER-DATE-N + 10000     00068001
008154         MOVE 0 TO WS-NMR-BANK-KWH                                00068001
008155         MOVE 0 TO WS-NMR-LAST-BILL-DATE                          00068001
008156         MOVE 0 TO WS-NMR-LAST-SETTLE-DATE                        00068001
008157         MOVE 0 TO WS-NMR-LAST-SETTLE-KWH                         00068001
008158         MOVE 0 TO WS-NMR-LAST-SETTLE-AMT                         00068001
008159         MOVE 0 TO WS-NMR-CLOSE-DATE                              00068001
008160     END-IF.                                                      00068001
008161                                                                  00068001
008162     IF SO-FINAL-RECV-KWH NUMERIC                                 00068001
008163         MOVE SO-FINAL-RECV-KWH-N TO WS-KWH-RECEIVED              00068001
008164     END-IF.                                                      00068001
008165     IF WS-KWH-DELIVERED >= WS-KWH-RECEIVED                       00068001
008166         COMPUTE WS-FINAL-KWH = WS-KWH-DELIVERED - WS-KWH-RECEIVED00068001
008167         IF WS-NMR-BANK-KWH > WS-FINAL-KWH                        00068001
008168             MOVE WS-FINAL-KWH TO WS-BANK-USED                    00068001
008169         ELSE                                                     00068001
008170             MOVE WS-NMR-BANK-KWH TO WS-BANK-USED                 00068001
008171         END-IF                                                   00068001
008172         SUBTRACT WS-BANK-USED FROM WS-FINAL-KWH                  00068001
008173         SUBTRACT WS-BANK-USED FROM WS-NMR-BANK-KWH               00068001
008174     ELSE                                                         00068001
008175         COMPUTE WS-NMR-BANK-KWH = WS-NMR-BANK-KWH                00068001
008176             + WS-KWH-RECEIVED - WS-KWH-DELIVERED                 00068001
008177         MOVE 0 TO WS-FINAL-KWH                                   00068001
008178     END-IF.                                                      00068001
008179     MOVE SO-ORDER-DATE-N TO WS-NMR-LAST-BILL-DATE.               00068001
008180 625-APPLY-NET-METER-EXIT.                                        00068001
008181     EXIT.                                                        00068001
008182                                                                  00068001
008140******************************************************************00068001
008150* THE FINAL-PERIOD CHARGES - PRORATED TIER LIMITS AND SERVICE     00068001
008160* FEE, TIER SPLIT, DEMAND FOR C/I PLANS, TAXES, AND THE WHOLE     00068001
008690     COMPUTE WS-TOTAL-DUE =                                       00073001
008700         WS-ARREARS + WS-TOTAL-BILL + WS-BUDGET-VARIANCE.         00073001
008710                                                                  00073001
008711******************************************************************00073001
008712* APPLY THE SECURITY DEPOSIT AGAINST THE CLOSING BALANCE FIRST.   00073001
008713* A HELD DEPOSIT EARNS INTEREST THROUGH THE FINAL PERIOD AT THE   00073001
008714* DEPRATE RATE IN EFFECT ON THE MOVE-OUT DATE; WHATEVER WAS       00073001
008715* PAID IN, PLUS ALL INTEREST, CREDITS THE TOTAL DUE.  AN UNPAID   00073001
008716* BALANCE OF THE DEPOSIT WAS NEVER CARRIED IN A/R AND SIMPLY      00073001
008717* LAPSES WITH THE ACCOUNT.                                        00073001
008718******************************************************************00073001
008719 635-APPLY-DEPOSIT.                                               00073001
008720     MOVE 0 TO WS-DEP-INTEREST.                                   00073001
008721     MOVE 0 TO WS-DEP-APPLIED.                                    00073001
008722     IF NOT WS-DEP-MATCHED OR NOT WS-DPR-OPEN                     00073001
008723         GO TO 635-APPLY-DEPOSIT-EXIT                             00073001
008724     END-IF.                                                      00073001
008725     IF WS-DPR-HELD                                               00073001
008726         PERFORM 595-LOOKUP-DEPOSIT-RATE                          00073001
008727         IF WS-DR-BEST-IDX > 0                                    00073001
008728             COMPUTE WS-DEP-INTEREST ROUNDED =                    00073001
008729                 WS-DPR-DEPOSIT-AMT                               00073001
008730                 * WS-DR-INT-RATE(WS-DR-BEST-IDX)                 00073001
008731                 * WS-FINAL-DAYS / 365                            00073001
008732         END-IF                                                   00073001
008733         ADD WS-DEP-INTEREST TO WS-DPR-INT-ACCRUED                00073001
008734         MOVE SO-ORDER-DATE-N TO WS-DPR-INT-THRU-DATE             00073001
008735     END-IF.                                                      00073001
008736     COMPUTE WS-DEP-APPLIED =                                     00073001
008737         WS-DPR-AMT-PAID + WS-DPR-INT-ACCRUED.                    00073001
008738     SUBTRACT WS-DEP-APPLIED FROM WS-TOTAL-DUE.                   00073001
008739     MOVE 'F' TO WS-DPR-STATUS.                                   00073001
008740     MOVE SO-ORDER-DATE-N TO WS-DPR-CLOSE-DATE.                   00073001
008741     ADD 1 TO WS-DEPOSITS-APPLIED.                                00073001
008742     ADD WS-DEP-APPLIED TO WS-DEP-APPLIED-TOTAL.                  00073001
008743 635-APPLY-DEPOSIT-EXIT.                                          00073001
008744     EXIT.                                                        00073001
008745                                                                  00073001
008746******************************************************************00073001
008747* SETTLE WHATEVER IS LEFT IN A NET-METERED ACCOUNT'S KWH BANK AT  00073001
008748* THE AVOIDED-COST RATE AND CREDIT IT TO THE TOTAL DUE.  THE BANK 00073001
008749* CLOSES SETTLED WITH THE ACCOUNT - A LATER OCCUPANT STARTS AGAIN 00073001
008750* WITH AN EMPTY ONE.                                              00073001
008751******************************************************************00073001
008752 637-SETTLE-NET-METER.                                            00073001
008753     MOVE 0 TO WS-NM-SETTLE-KWH.                                  00073001
008754     MOVE 0 TO WS-NM-CREDIT.                                      00073001
008755     IF NOT CM-NET-METERED                                        00073001
008756         GO TO 637-SETTLE-NET-METER-EXIT                          00073001
008757     END-IF.                                                      00073001
008758     MOVE WS-NMR-BANK-KWH TO WS-NM-SETTLE-KWH.                    00073001
008759     COMPUTE WS-NM-CREDIT ROUNDED =                               00073001
008760         WS-NM-SETTLE-KWH * WS-AV-RATE(WS-AV-BEST-IDX).           00073001
008761     SUBTRACT WS-NM-CREDIT FROM WS-TOTAL-DUE.                     00073001
008762     MOVE SO-ORDER-DATE-N  TO WS-NMR-LAST-SETTLE-DATE.            00073001
008763     MOVE WS-NM-SETTLE-KWH TO WS-NMR-LAST-SETTLE-KWH.             00073001
008764     MOVE WS-NM-CREDIT     TO WS-NMR-LAST-SETTLE-AMT.             00073001
008765     MOVE 0 TO WS-NMR-BANK-KWH.                                   00073001
008766     MOVE 'S' TO WS-NMR-STATUS.                                   00073001
008767     MOVE SO-ORDER-DATE-N  TO WS-NMR-CLOSE-DATE.                  00073001
008768     ADD 1 TO WS-NM-SETTLED.                                      00073001
008769     ADD WS-NM-CREDIT TO WS-NM-CREDIT-TOTAL.                      00073001
008770 637-SETTLE-NET-METER-EXIT.                                       00073001
008771     EXIT.                                                        00073001
008745                                                                  00073001
008720******************************************************************00073001
008730* PRINT THE FINAL STATEMENT, ONE PER PAGE, TO THE FORWARDING      00073001
008740* ADDRESS (OR THE SERVICE ADDRESS IF NONE WAS GIVEN).             00073001
009450     STRING 'KWH USED            : ' WS-KWH-USED-ED               00079001
009460         DELIMITED BY SIZE INTO WS-PRINT-LINE.                    00079001
009470     WRITE FB-LINE FROM WS-PRINT-LINE AFTER ADVANCING 1 LINE.     00079001
009471                                                                  00079001
009472     IF CM-NET-METERED                                            00079001
009473         MOVE WS-KWH-DELIVERED TO WS-KWH-USED-ED                  00079001
009474         MOVE SPACES TO WS-PRINT-LINE                             00079001
009475         STRING 'KWH DELIVERED       : ' WS-KWH-USED-ED           00079001
009476             DELIMITED BY SIZE INTO WS-PRINT-LINE                 00079001
009477         WRITE FB-LINE FROM WS-PRINT-LINE                         00079001
009478             AFTER ADVANCING 1 LINE                               00079001
009479         MOVE WS-KWH-RECEIVED TO WS-KWH-USED-ED                   00079001
009480         MOVE SPACES TO WS-PRINT-LINE                             00079001
009481         STRING 'KWH RECEIVED        : ' WS-KWH-USED-ED           00079001
009482             DELIMITED BY SIZE INTO WS-PRINT-LINE                 00079001
009483         WRITE FB-LINE FROM WS-PRINT-LINE                         00079001
009484             AFTER ADVANCING 1 LINE                               00079001
009485         MOVE WS-NM-SETTLE-KWH TO WS-KWH-USED-ED                  00079001
009486         MOVE SPACES TO WS-PRINT-LINE                             00079001
009487         STRING 'KWH BANK SETTLED    : ' WS-KWH-USED-ED           00079001
009488             DELIMITED BY SIZE INTO WS-PRINT-LINE                 00079001
009489         WRITE FB-LINE FROM WS-PRINT-LINE                         00079001
009490             AFTER ADVANCING 1 LINE                               00079001
009491     END-IF.                                                      00079001
009480                                                                  00079001
009490     MOVE WS-PRORATED-SERVICE-FEE TO WS-MONEY-ED.                 00080001
009500     MOVE SPACES TO WS-PRINT-LINE.                                00080001
010200         WRITE FB-LINE FROM WS-PRINT-LINE                         00085001
010210             AFTER ADVANCING 1 LINE                               00086001
010220     END-IF.                                                      00086001
010221                                                                  00086001
010222     IF WS-DEP-APPLIED > 0                                        00086001
010223         COMPUTE WS-DEP-CREDIT = 0 - WS-DPR-AMT-PAID              00086001
010224         MOVE WS-DEP-CREDIT TO WS-MONEY-SIGNED-ED                 00086001
010225         MOVE SPACES TO WS-PRINT-LINE                             00086001
010226         STRING 'DEPOSIT APPLIED     : ' WS-MONEY-SIGNED-ED       00086001
010227             DELIMITED BY SIZE INTO WS-PRINT-LINE                 00086001
010228         WRITE FB-LINE FROM WS-PRINT-LINE                         00086001
010229             AFTER ADVANCING 1 LINE                               00086001
010230         IF WS-DPR-INT-ACCRUED > 0                                00086001
010231             COMPUTE WS-DEP-CREDIT = 0 - WS-DPR-INT-ACCRUED       00086001
010232             MOVE WS-DEP-CREDIT TO WS-MONEY-SIGNED-ED             00086001
010233             MOVE SPACES TO WS-PRINT-LINE                         00086001
010234             STRING 'DEPOSIT INTEREST    : ' WS-MONEY-SIGNED-ED   00086001
010235                 DELIMITED BY SIZE INTO WS-PRINT-LINE             00086001
010236             WRITE FB-LINE FROM WS-PRINT-LINE                     00086001
010237                 AFTER ADVANCING 1 LINE                           00086001
010238         END-IF                                                   00086001
010239     END-IF.                                                      00086001
010240                                                                  00086001
010241     IF WS-NM-CREDIT > 0                                          00086001
010242         COMPUTE WS-NM-CREDIT-S = 0 - WS-NM-CREDIT                00086001
010243         MOVE WS-NM-CREDIT-S TO WS-MONEY-SIGNED-ED                00086001
010244         MOVE SPACES TO WS-PRINT-LINE                             00086001
010245         STRING 'NET METER CREDIT    : ' WS-MONEY-SIGNED-ED       00086001
010246             DELIMITED BY SIZE INTO WS-PRINT-LINE                 00086001
010247         WRITE FB-LINE FROM WS-PRINT-LINE                         00086001
010248             AFTER ADVANCING 1 LINE                               00086001
010249     END-IF.                                                      00086001
010230                                                                  00086001
010240     MOVE WS-TOTAL-DUE TO WS-MONEY-SIGNED-ED.                     00086001
010250     MOVE SPACES TO WS-PRINT-LINE.                                00086001
010550 800-END-OF-RUN.                                                  00088001
010560     PERFORM 562-PASS-AR THRU 562-PASS-AR-EXIT                    00088001
010570         UNTIL WS-AR-KEY = HIGH-VALUES.                           00089001
010571     PERFORM 582-PASS-DEPOSIT THRU 582-PASS-DEPOSIT-EXIT          00089001
010572         UNTIL WS-DEP-KEY = HIGH-VALUES.                          00089001
010573     PERFORM 552-PASS-NMB THRU 552-PASS-NMB-EXIT                  00089001
010574         UNTIL WS-NMB-KEY = HIGH-VALUES.                          00089001
010580                                                                  00089001
010590     MOVE WS-CUST-WRITTEN TO WS-TRL-COUNT.                        00089001
010600     WRITE CN-RECORD FROM WS-TRAILER-REC.                         00089001
010800     DISPLAY 'FINAL CHARGES     : ' WS-MONEY-ED2.                 00090001
010810     MOVE WS-FINAL-DUE-TOTAL TO WS-MONEY-SIGNED-ED.               00091001
010820     DISPLAY 'FINAL TOTAL DUE   : ' WS-MONEY-SIGNED-ED.           00091001
010821     DISPLAY 'DEPOSITS APPLIED  : ' WS-DEPOSITS-APPLIED.          00091001
010822     MOVE WS-DEP-APPLIED-TOTAL TO WS-MONEY-ED2.                   00091001
010823     DISPLAY 'DEPOSIT CREDITS   : ' WS-MONEY-ED2.                 00091001
010824     DISPLAY 'DEPOSITS ASSESSED : ' WS-DEPOSITS-ASSESSED.         00091001
010825     DISPLAY 'NET METER SETTLED : ' WS-NM-SETTLED.                00091001
010826     MOVE WS-NM-CREDIT-TOTAL TO WS-MONEY-ED2.                     00091001
010827     DISPLAY 'NET METER CREDITS : ' WS-MONEY-ED2.                 00091001
010825     DISPLAY 'LEDGER ROWS       : ' WS-LEDGER-WRITTEN.            00091001
010830     DISPLAY '================================'.                  00091001
010840                                                                  00091001
010850     CLOSE SVCORD.                                                00091001
010890     CLOSE ARNEW.                                                 00091001
010900     CLOSE FINLBILL.                                              00091001
010910     CLOSE SVCRPT.                                                00091001
010911     IF NOT WS-DEPMAST-NOTFOUND                                   00091001
010912         CLOSE DEPMAST                                            00091001
010913     END-IF.                                                      00091001
010914     CLOSE DEPNEW.                                                00091001
010915     IF NOT WS-NMBANK-NOTFOUND                                    00091001
010916         CLOSE NMBANK                                             00091001
010917     END-IF.                                                      00091001
010918     CLOSE NMBNEW.                                                00091001
010915     CLOSE ARTRANS.                                               00091001
