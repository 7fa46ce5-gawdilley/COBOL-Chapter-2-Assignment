000246*                   status other than not-found - an unreadable   00003001
000247*                   run-control file must stop the schedule,      00003001
000248*                   not be read anyway.                           00003001
000249*  10/06/2026 GD    Security deposits - an applied ADD assesses   00003001
000250*                   the new account's deposit from the DEPRATE    00003001
000251*                   schedule in effect for its rate plan and      00003001
000252*                   writes it to DEPNEW (DEPMAST passes through); 00003001
000253*                   the assessment is listed on CHGREG.           00003001
000254*  10/08/2026 GD    Billing cycles - CUSTMAST carries the         00003001
000255*                   account's billing-cycle code (MX-BILL-CYCLE   00003001
000256*                   on the transaction image); an ADD or CHANGE   00003001
000257*                   must name a cycle on the CYCLCAL calendar.    00003001
000258*                   Register lines widened for the 142-byte       00003001
000259*                   image.                                        00003001
000260*  10/13/2026 GD    Net metering - CUSTMAST carries the net-      00003001
000261*                   metering flag (MX-NET-METER, Y or blank) and  00003001
000262*                   the period's received kWh (MX-KWH-RECVD,      00003001
000263*                   posted by UTIL2010).  Register lines widened  00003001
000264*                   for the 148-byte image.                       00003001
000265*  10/15/2026 GD    A change image with a blank account status    00003001
000266*                   keeps a disconnected master's D/F/S status    00003001
000267*                   (set by UTIL2055) - only a completed          00003001
000268*                   reconnect order clears it.                    00003001
000220******************************************************************00003001
000230                                                                  00003001
000240 ENVIRONMENT DIVISION.                                            00003001
000534     SELECT RUNCT20 ASSIGN TO "RUNCT20"                           00003001
000535         ORGANIZATION IS LINE SEQUENTIAL                          00003001
000536         FILE STATUS IS WS-RUNCT20-STATUS.                        00003001
000537                                                                  00003001
000538*  Deposit schedule - deposit amount and annual interest rate by  00003001
000539*  rate plan and effective date.                                  00003001
000540     SELECT DEPRATE ASSIGN TO "DEPRATE"                           00003001
000541         ORGANIZATION IS LINE SEQUENTIAL                          00003001
000542         FILE STATUS IS WS-DEPRATE-STATUS.                        00003001
000543                                                                  00003001
000544*  Customer security-deposit master, in ascending account order.  00003001
000545*  Absent before the first deposit is ever assessed.              00003001
000546     SELECT DEPMAST ASSIGN TO "DEPMAST"                           00003001
000547         ORGANIZATION IS LINE SEQUENTIAL                          00003001
000548         FILE STATUS IS WS-DEPMAST-STATUS.                        00003001
000549                                                                  00003001
000550*  Updated deposit master with this run's assessments added.      00003001
000551     SELECT DEPNEW ASSIGN TO "DEPNEW"                             00003001
000552         ORGANIZATION IS LINE SEQUENTIAL                          00003001
000553         FILE STATUS IS WS-DEPNEW-STATUS.                         00003001
000554                                                                  00003001
000555*  Billing-cycle calendar - scheduled read and bill date for      00003001
000556*  each cycle.  Only a cycle on the calendar may be assigned.     00003001
000557     SELECT CYCLCAL ASSIGN TO "CYCLCAL"                           00003001
000558         ORGANIZATION IS LINE SEQUENTIAL                          00003001
000559         FILE STATUS IS WS-CYCLCAL-STATUS.                        00003001
000540                                                                  00006001
000550 DATA DIVISION.                                                   00006001
000560 FILE SECTION.                                                    00006001
000927             88  MX-VALID-EBILL-FLAG                              00003001
000928                                  VALUE 'Y' ' '.                  00003001
000929         10  MX-EST-KWH-TOT       PIC X(05).                      00003001
000930         10  MX-BILL-CYCLE        PIC X(02).                      00003001
000931         10  MX-NET-METER         PIC X(01).                      00003001
000932             88  MX-VALID-NET-METER                               00003001
000933                                  VALUE 'Y' ' '.                  00003001
000934         10  MX-KWH-RECVD         PIC X(05).                      00003001
000920     05  MX-USER-ID               PIC X(08).                      00010001
000930     05  FILLER                   PIC X(01).                      00010001
000940                                                                  00010001
000950 FD  CUSTMAST                                                     00010001
000960     RECORDING MODE IS F.                                         00010001
001091     05  CM-BUDGET-PLAN           PIC X(01).                      00011001
001092     05  CM-EST-FLAG              PIC X(01).                      00009001
001093     05  CM-ACCT-STATUS           PIC X(01).                      00009001
001094*        D, F AND S ARE SET ONLY BY UTIL2055 FIELD ORDERS.        00009001
001095         88  CM-DISCONNECTED                  VALUE 'D' 'F' 'S'.  00009001
001094     05  CM-PEAK-KWH              PIC S9(05)                      00003001
001095                                  SIGN LEADING SEPARATE.          00003001
001096     05  CM-EBILL-FLAG            PIC X(01).                      00003001
001097*    UN-TRUED-UP ESTIMATED KWH CARRIED BY THE METER FEED -        00003001
001098*    MAINTENANCE PASSES IT THROUGH UNTOUCHED.                     00003001
001099     05  CM-EST-KWH-TOT           PIC X(05).                      00003001
001100     05  CM-BILL-CYCLE            PIC X(02).                      00003001
001101*    NET METERING - Y FOR A CUSTOMER-GENERATION ACCOUNT, WITH     00003001
001102*    THE RECEIVED (EXPORT) KWH FOR THE PERIOD.                    00003001
001103     05  CM-NET-METER             PIC X(01).                      00003001
001104         88  CM-NET-METERED                   VALUE 'Y'.          00003001
001105     05  CM-KWH-RECVD-X           PIC X(05).                      00003001
001106     05  CM-KWH-RECVD REDEFINES CM-KWH-RECVD-X                    00003001
001107                                  PIC 9(05).                      00003001
000931 01  CT-RECORD.                                                   00010001
000932     05  CT-TRAILER-ID            PIC X(06).                      00010001
000933         88  CT-TRAILER                       VALUE '999999'.     00010001
000934     05  CT-LABEL                 PIC X(08).                      00010001
000935     05  CT-RECORD-COUNT          PIC 9(06).                      00010001
000936     05  FILLER                   PIC X(128).                     00009001
001100                                                                  00011001
001110 FD  CUSTNEW                                                      00012001
001120     RECORDING MODE IS F.                                         00012001
001130 01  CN-RECORD                    PIC X(148).                     00009001
001140                                                                  00012001
001150 FD  MTERRPT                                                      00012001
001160     RECORDING MODE IS F.                                         00012001
001180                                                                  00012001
001190 FD  CHGREG                                                       00003001
001200     RECORDING MODE IS F.                                         00003001
001210 01  CG-LINE                      PIC X(156).                     00003001
001211                                                                  00003001
001212 FD  RUNCT20                                                      00003001
001213     RECORDING MODE IS F.                                         00003001
001219     05  RC-TRANS-IDENT           PIC X(40).                      00003001
001220     05  RC-TRANS-COUNT           PIC 9(06).                      00003001
001221     05  FILLER                   PIC X(05).                      00003001
001222                                                                  00003001
001223 FD  DEPRATE                                                      00003001
001224     RECORDING MODE IS F.                                         00003001
001225 01  DR-RECORD.                                                   00003001
001226     05  DR-RATE-PLAN-CODE        PIC X(01).                      00003001
001227     05  DR-EFF-DATE              PIC 9(08).                      00003001
001228     05  DR-DEPOSIT-AMT           PIC 9(05)V99.                   00003001
001229     05  DR-INT-RATE              PIC V9(04).                     00003001
001230     05  FILLER                   PIC X(10).                      00003001
001231                                                                  00003001
001232 FD  DEPMAST                                                      00003001
001233     RECORDING MODE IS F.                                         00003001
001234 01  DM-RECORD.                                                   00003001
001235     05  DM-ACCOUNT-NO            PIC 9(06).                      00003001
001236*    A ASSESSED AND BILLING, H PAID AND HELD, R REFUNDED TO       00003001
001237*    A/R, F APPLIED TO THE FINAL BILL.                            00003001
001238     05  DM-STATUS                PIC X(01).                      00003001
001239         88  DM-OPEN                          VALUE 'A' 'H'.      00003001
001240     05  DM-RATE-PLAN-CODE        PIC X(01).                      00003001
001241     05  DM-ASSESS-DATE           PIC 9(08).                      00003001
001242     05  DM-DEPOSIT-AMT           PIC 9(05)V99.                   00003001
001243     05  DM-AMT-PAID              PIC 9(05)V99.                   00003001
001244     05  DM-LAST-BILL-DATE        PIC 9(08).                      00003001
001245     05  DM-INT-ACCRUED           PIC 9(05)V99.                   00003001
001246     05  DM-INT-THRU-DATE         PIC 9(08).                      00003001
001247     05  DM-ONTIME-COUNT          PIC 9(02).                      00003001
001248     05  DM-CLOSE-DATE            PIC 9(08).                      00003001
001249     05  FILLER                   PIC X(07).                      00003001
001250                                                                  00003001
001251 FD  DEPNEW                                                       00003001
001252     RECORDING MODE IS F.                                         00003001
001253 01  DN-RECORD                    PIC X(70).                      00003001
001254                                                                  00003001
001255 FD  CYCLCAL                                                      00003001
001256     RECORDING MODE IS F.                                         00003001
001257 01  CC-RECORD.                                                   00003001
001258     05  CC-BILL-CYCLE            PIC X(02).                      00003001
001259     05  CC-READ-DATE             PIC 9(08).                      00003001
001260     05  CC-BILL-DATE             PIC 9(08).                      00003001
001261     05  FILLER                   PIC X(12).                      00003001
001220                                                                  00013001
001230 WORKING-STORAGE SECTION.                                         00013001
001240                                                                  00013001
001320 01  WS-CHGREG-STATUS            PIC X(02)   VALUE '00'.          00003001
001321 01  WS-RUNCT20-STATUS           PIC X(02)   VALUE '00'.          00003001
001322     88  WS-RUNCT20-NOTFOUND                 VALUE '35'.          00003001
001323 01  WS-DEPRATE-STATUS           PIC X(02)   VALUE '00'.          00003001
001324     88  WS-DEPRATE-EOF                      VALUE '10'.          00003001
001325 01  WS-DEPMAST-STATUS           PIC X(02)   VALUE '00'.          00003001
001326     88  WS-DEPMAST-NOTFOUND                 VALUE '35'.          00003001
001327 01  WS-DEPNEW-STATUS            PIC X(02)   VALUE '00'.          00003001
001328 01  WS-CYCLCAL-STATUS           PIC X(02)   VALUE '00'.          00003001
001329     88  WS-CYCLCAL-EOF                      VALUE '10'.          00003001
001323 01  WS-RC-IDENT-NOW             PIC X(40)   VALUE SPACES.        00003001
001330                                                                  00014001
001340 01  WS-TRANS-EOF-SW             PIC X(01)   VALUE 'N'.           00014001
001450******************************************************************00015001
001460 01  WS-TRANS-KEY                PIC X(06)   VALUE SPACES.        00015001
001470 01  WS-CUST-KEY                 PIC X(06)   VALUE SPACES.        00015001
001471 01  WS-DEP-KEY                  PIC X(06)   VALUE SPACES.        00015001
001480                                                                  00015001
001490******************************************************************00015001
001500* EDIT/VALIDATION BOUNDS - SAME RANGES THE BILLING EDIT USES.     00015001
001670 01  WS-DELETES-APPLIED          PIC 9(06)   VALUE 0.             00017001
001680 01  WS-CUST-READ                PIC 9(06)   VALUE 0.             00017001
001690 01  WS-CUST-WRITTEN             PIC 9(06)   VALUE 0.             00017001
001691 01  WS-DEPOSITS-ASSESSED        PIC 9(06)   VALUE 0.             00017001
001692 01  WS-DEPOSIT-TOTAL            PIC 9(07)V99 VALUE 0.            00017001
001693                                                                  00017001
001694******************************************************************00017001
001695* DEPOSIT SCHEDULE - LOADED FROM DEPRATE AT RUN START.  THE ROW   00017001
001696* IN EFFECT FOR THE PLAN ON THE RUN DATE SETS THE DEPOSIT.        00017001
001697******************************************************************00017001
001698 01  WS-DR-COUNT                 PIC 9(03)   VALUE 0.             00017001
001699 01  WS-DEP-RATE-TABLE.                                           00017001
001700     05  WS-DEP-RATE-ENTRY OCCURS 40 TIMES.                       00017001
001701         10  WS-DR-PLAN-CODE      PIC X(01).                      00017001
001702         10  WS-DR-EFF-DATE       PIC 9(08).                      00017001
001703         10  WS-DR-DEPOSIT-AMT    PIC 9(05)V99.                   00017001
001704 01  WS-DR-SEARCH-IDX            PIC 9(03)   VALUE 0.             00017001
001705 01  WS-DR-BEST-IDX              PIC 9(03)   VALUE 0.             00017001
001706 01  WS-DR-BEST-DATE             PIC 9(08)   VALUE 0.             00017001
001707                                                                  00017001
001708******************************************************************00017001
001709* BILLING CYCLES ON THE CALENDAR - ONE ENTRY PER DISTINCT CODE,   00017001
001710* LOADED FROM CYCLCAL AT RUN START.                               00017001
001711******************************************************************00017001
001712 01  WS-CYC-COUNT                PIC 9(03)   VALUE 0.             00017001
001713 01  WS-CYCLE-TABLE.                                              00017001
001714     05  WS-CYC-CODE              PIC X(02)   OCCURS 40 TIMES.    00017001
001715 01  WS-CYC-IDX                  PIC 9(03)   VALUE 0.             00017001
001716 01  WS-CYC-WANT                 PIC X(02)   VALUE SPACES.        00017001
001717 01  WS-CYC-FOUND-SW             PIC X(01)   VALUE 'N'.           00017001
001718     88  WS-CYC-FOUND                        VALUE 'Y'.           00017001
001707 01  WS-DEP-NEW-REC.                                              00017001
001708     05  WS-DPN-ACCOUNT-NO        PIC 9(06).                      00017001
001709     05  WS-DPN-STATUS            PIC X(01).                      00017001
001710     05  WS-DPN-RATE-PLAN-CODE    PIC X(01).                      00017001
001711     05  WS-DPN-ASSESS-DATE       PIC 9(08).                      00017001
001712     05  WS-DPN-DEPOSIT-AMT       PIC 9(05)V99.                   00017001
001713     05  WS-DPN-AMT-PAID          PIC 9(05)V99.                   00017001
001714     05  WS-DPN-LAST-BILL-DATE    PIC 9(08).                      00017001
001715     05  WS-DPN-INT-ACCRUED       PIC 9(05)V99.                   00017001
001716     05  WS-DPN-INT-THRU-DATE     PIC 9(08).                      00017001
001717     05  WS-DPN-ONTIME-COUNT      PIC 9(02).                      00017001
001718     05  WS-DPN-CLOSE-DATE        PIC 9(08).                      00017001
001719     05  FILLER                   PIC X(07).                      00017001
001700                                                                  00017001
001710******************************************************************00018001
001720* RUN DATE/TIME AND PRINT-LINE WORK AREAS                         00018001
001740 01  WS-RUN-DATE                 PIC 9(08)   VALUE 0.             00018001
001750 01  WS-RUN-TIME                 PIC 9(08)   VALUE 0.             00018001
001760 01  WS-PRINT-LINE               PIC X(132)  VALUE SPACES.        00018001
001770 01  WS-REG-LINE                 PIC X(156)  VALUE SPACES.        00018001
001771 01  WS-MONEY-ED                 PIC $$,$$$,$$9.99.               00018001
001771                                                                  00018001
001772******************************************************************00018001
001773* TRAILER RECORD BUILT FOR THE UPDATED MASTER - THE PRE-EDIT      00018001
002350         MOVE 16 TO RETURN-CODE                                   00024001
002360         STOP RUN                                                 00024001
002370     END-IF.                                                      00024001
002371     OPEN INPUT  DEPRATE.                                         00024001
002372     IF WS-DEPRATE-STATUS NOT = '00'                              00024001
002373         DISPLAY 'UNABLE TO OPEN DEPRATE, STATUS='                00024001
002374             WS-DEPRATE-STATUS                                    00024001
002375         MOVE 16 TO RETURN-CODE                                   00024001
002376         STOP RUN                                                 00024001
002377     END-IF.                                                      00024001
002378*    NO DEPOSIT MASTER YET - EVERY DEPOSIT ON DEPNEW IS NEW.      00024001
002379     OPEN INPUT  DEPMAST.                                         00024001
002380     IF WS-DEPMAST-NOTFOUND                                       00024001
002381         DISPLAY 'NO DEPOSIT MASTER - STARTING A NEW ONE'         00024001
002382         MOVE HIGH-VALUES TO WS-DEP-KEY                           00024001
002383     ELSE                                                         00024001
002384         IF WS-DEPMAST-STATUS NOT = '00'                          00024001
002385             DISPLAY 'UNABLE TO OPEN DEPMAST, STATUS='            00024001
002386                 WS-DEPMAST-STATUS                                00024001
002387             MOVE 16 TO RETURN-CODE                               00024001
002388             STOP RUN                                             00024001
002389         END-IF                                                   00024001
002390         PERFORM 240-READ-DEPOSIT                                 00024001
002391     END-IF.                                                      00024001
002392     OPEN OUTPUT DEPNEW.                                          00024001
002393     IF WS-DEPNEW-STATUS NOT = '00'                               00024001
002394         DISPLAY 'UNABLE TO OPEN DEPNEW, STATUS='                 00024001
002395             WS-DEPNEW-STATUS                                     00024001
002396         MOVE 16 TO RETURN-CODE                                   00024001
002397         STOP RUN                                                 00024001
002398     END-IF.                                                      00024001
002399     OPEN INPUT  CYCLCAL.                                         00024001
002400     IF WS-CYCLCAL-STATUS NOT = '00'                              00024001
002401         DISPLAY 'UNABLE TO OPEN CYCLCAL, STATUS='                00024001
002402             WS-CYCLCAL-STATUS                                    00024001
002403         MOVE 16 TO RETURN-CODE                                   00024001
002404         STOP RUN                                                 00024001
002405     END-IF.                                                      00024001
002399     PERFORM 080-LOAD-DEPOSIT-RATES.                              00024001
002400     PERFORM 085-LOAD-CYCLES.                                     00024001
002380                                                                  00024001
002390     PERFORM 200-READ-MAINT-TRANS.                                00003001
002400     PERFORM 220-READ-CUSTOMER.                                   00003001
002459         DISPLAY '*** IS UNUSABLE.  RERUNNING FROM THE TOP.'      00003001
002460     END-IF.                                                      00003001
002461                                                                  00003001
002462******************************************************************00003001
002463* LOAD THE DATE-EFFECTIVE DEPOSIT SCHEDULE INTO WS-DEP-RATE-TABLE 00003001
002464******************************************************************00003001
002465 080-LOAD-DEPOSIT-RATES.                                          00003001
002466     PERFORM 081-READ-DEPOSIT-RATE THRU 081-READ-DEPOSIT-RATE-EXIT00003001
002467         UNTIL WS-DEPRATE-EOF.                                    00003001
002468     CLOSE DEPRATE.                                               00003001
002469                                                                  00003001
002470 081-READ-DEPOSIT-RATE.                                           00003001
002471     READ DEPRATE                                                 00003001
002472         AT END                                                   00003001
002473             SET WS-DEPRATE-EOF TO TRUE                           00003001
002474             GO TO 081-READ-DEPOSIT-RATE-EXIT                     00003001
002475     END-READ.                                                    00003001
002476     IF WS-DR-COUNT >= 40                                         00003001
002477         DISPLAY 'DEPRATE HAS MORE THAN 40 ROWS - TABLE FULL'     00003001
002478         MOVE 16 TO RETURN-CODE                                   00003001
002479         STOP RUN                                                 00003001
002480     END-IF.                                                      00003001
002481     ADD 1 TO WS-DR-COUNT.                                        00003001
002482     MOVE DR-RATE-PLAN-CODE TO WS-DR-PLAN-CODE(WS-DR-COUNT).      00003001
002483     MOVE DR-EFF-DATE       TO WS-DR-EFF-DATE(WS-DR-COUNT).       00003001
002484     MOVE DR-DEPOSIT-AMT    TO WS-DR-DEPOSIT-AMT(WS-DR-COUNT).    00003001
002485 081-READ-DEPOSIT-RATE-EXIT.                                      00003001
002486     EXIT.                                                        00003001
002487                                                                  00003001
002488******************************************************************00003001
002489* LOAD THE DISTINCT CYCLE CODES ON THE CALENDAR INTO              00003001
002490* WS-CYCLE-TABLE - A CYCLE APPEARS ONCE PER SCHEDULED MONTH.      00003001
002491******************************************************************00003001
002492 085-LOAD-CYCLES.                                                 00003001
002493     PERFORM 086-READ-CYCLE THRU 086-READ-CYCLE-EXIT              00003001
002494         UNTIL WS-CYCLCAL-EOF.                                    00003001
002495     CLOSE CYCLCAL.                                               00003001
002496                                                                  00003001
002497 086-READ-CYCLE.                                                  00003001
002498     READ CYCLCAL                                                 00003001
002499         AT END                                                   00003001
002500             SET WS-CYCLCAL-EOF TO TRUE                           00003001
002501             GO TO 086-READ-CYCLE-EXIT                            00003001
002502     END-READ.                                                    00003001
002503     MOVE CC-BILL-CYCLE TO WS-CYC-WANT.                           00003001
002504     PERFORM 370-FIND-CYCLE THRU 370-FIND-CYCLE-EXIT.             00003001
002505     IF WS-CYC-FOUND                                              00003001
002506         GO TO 086-READ-CYCLE-EXIT                                00003001
002507     END-IF.                                                      00003001
002508     IF WS-CYC-COUNT >= 40                                        00003001
002509         DISPLAY 'CYCLCAL HAS MORE THAN 40 CYCLES - TABLE FULL'   00003001
002510         MOVE 16 TO RETURN-CODE                                   00003001
002511         STOP RUN                                                 00003001
002512     END-IF.                                                      00003001
002513     ADD 1 TO WS-CYC-COUNT.                                       00003001
002514     MOVE CC-BILL-CYCLE TO WS-CYC-CODE(WS-CYC-COUNT).             00003001
002515 086-READ-CYCLE-EXIT.                                             00003001
002516     EXIT.                                                        00003001
002487                                                                  00003001
002420******************************************************************00025001
002430* TWO-FILE MATCH ON ACCOUNT NUMBER.  A TRANSACTION BELOW THE      00025001
002440* MASTER KEY HAS NO ACCOUNT ON FILE (ONLY AN ADD IS LEGAL); A     00025001
002780             ADD 1 TO WS-TRANS-APPLIED                            00028001
002790             ADD 1 TO WS-ADDS-APPLIED                             00028001
002800             PERFORM 600-WRITE-REGISTER-AFTER                     00028001
002801             PERFORM 520-ASSESS-DEPOSIT                           00028001
002802                 THRU 520-ASSESS-DEPOSIT-EXIT                     00028001
002810         ELSE                                                     00029001
002820             PERFORM 700-WRITE-REJECT                             00029001
002830         END-IF                                                   00029001
003546             END-IF                                               00036001
003560     END-READ.                                                    00036001
003570                                                                  00036001
003571******************************************************************00036001
003572* READ THE NEXT DEPOSIT MASTER RECORD.  DEPOSITS FOR ACCOUNTS     00036001
003573* WITH NO ADD THIS RUN PASS THROUGH TO DEPNEW UNCHANGED.          00036001
003574******************************************************************00036001
003575 240-READ-DEPOSIT.                                                00036001
003576     READ DEPMAST                                                 00036001
003577         AT END                                                   00036001
003578             MOVE HIGH-VALUES TO WS-DEP-KEY                       00036001
003579         NOT AT END                                               00036001
003580             MOVE DM-ACCOUNT-NO TO WS-DEP-KEY                     00036001
003581     END-READ.                                                    00036001
003582                                                                  00036001
003583 250-PASS-DEPOSIT.                                                00036001
003584     WRITE DN-RECORD FROM DM-RECORD.                              00036001
003585     PERFORM 240-READ-DEPOSIT.                                    00036001
003586 250-PASS-DEPOSIT-EXIT.                                           00036001
003587     EXIT.                                                        00036001
003588                                                                  00036001
003580******************************************************************00036001
003590* EDIT EVERY FIELD OF AN ADD/CHANGE IMAGE AGAINST THE SAME        00036001
003600* RULES THE BILLING EDIT ENFORCES, PLUS RATE-PLAN AND NONBLANK    00036001
004458             WITH POINTER WS-EDIT-REASON-PTR                      00003001
004459     END-IF.                                                      00003001
004460                                                                  00003001
004461     IF NOT MX-VALID-NET-METER                                    00003001
004462         MOVE 'N' TO WS-VALID-TRANS-SW                            00003001
004463         PERFORM 360-APPEND-SEPARATOR                             00003001
004464         STRING 'NET METER FLAG NOT Y/BLANK' DELIMITED BY SIZE    00003001
004465             INTO WS-EDIT-REASON                                  00003001
004466             WITH POINTER WS-EDIT-REASON-PTR                      00003001
004467     END-IF.                                                      00003001
004460                                                                  00003001
004454     IF (MX-PEAK-SIGN NOT = '+' AND MX-PEAK-SIGN NOT = '-')       00003001
004455         OR MX-PEAK-DIGITS NOT NUMERIC                            00044001
004456         MOVE 'N' TO WS-VALID-TRANS-SW                            00044001
004560             INTO WS-EDIT-REASON                                  00046001
004570             WITH POINTER WS-EDIT-REASON-PTR                      00046001
004580     END-IF.                                                      00046001
004581                                                                  00046001
004582     MOVE MX-BILL-CYCLE TO WS-CYC-WANT.                           00046001
004583     PERFORM 370-FIND-CYCLE THRU 370-FIND-CYCLE-EXIT.             00046001
004584     IF NOT WS-CYC-FOUND                                          00046001
004585         MOVE 'N' TO WS-VALID-TRANS-SW                            00046001
004586         PERFORM 360-APPEND-SEPARATOR                             00046001
004587         STRING 'BILL CYCLE NOT ON CYCLCAL' DELIMITED BY SIZE     00046001
004588             INTO WS-EDIT-REASON                                  00046001
004589             WITH POINTER WS-EDIT-REASON-PTR                      00046001
004590     END-IF.                                                      00046001
004590                                                                  00046001
004600 360-APPEND-SEPARATOR.                                            00046001
004610     IF WS-EDIT-REASON-PTR > 1                                    00047001
004630             INTO WS-EDIT-REASON                                  00047001
004640             WITH POINTER WS-EDIT-REASON-PTR                      00047001
004650     END-IF.                                                      00047001
004651                                                                  00047001
004652******************************************************************00047001
004653* LOOK UP WS-CYC-WANT IN THE CALENDAR'S CYCLE TABLE.              00047001
004654******************************************************************00047001
004655 370-FIND-CYCLE.                                                  00047001
004656     MOVE 'N' TO WS-CYC-FOUND-SW.                                 00047001
004657     MOVE 1 TO WS-CYC-IDX.                                        00047001
004658     PERFORM 375-SCAN-CYCLE THRU 375-SCAN-CYCLE-EXIT              00047001
004659         UNTIL WS-CYC-FOUND OR WS-CYC-IDX > WS-CYC-COUNT.         00047001
004660 370-FIND-CYCLE-EXIT.                                             00047001
004661     EXIT.                                                        00047001
004662                                                                  00047001
004663 375-SCAN-CYCLE.                                                  00047001
004664     IF WS-CYC-CODE(WS-CYC-IDX) = WS-CYC-WANT                     00047001
004665         SET WS-CYC-FOUND TO TRUE                                 00047001
004666     ELSE                                                         00047001
004667         ADD 1 TO WS-CYC-IDX                                      00047001
004668     END-IF.                                                      00047001
004669 375-SCAN-CYCLE-EXIT.                                             00047001
004670     EXIT.                                                        00047001
004660                                                                  00047001
004670******************************************************************00047001
004680* BUILD THE MASTER RECORD FROM AN EDITED TRANSACTION IMAGE -      00047001
004684* IN THE BUFFER IS NEVER DISTURBED.                               00047001
004690******************************************************************00047001
004700 400-BUILD-FROM-IMAGE.                                            00047001
004701*    A DISCONNECT IS CLEARED ONLY BY A COMPLETED RECONNECT ORDER -00047001
004702*    A CHANGE IMAGE WITH A BLANK STATUS KEEPS THE MASTER'S.       00047001
004703     IF CM-DISCONNECTED AND MX-ACCT-STATUS = SPACE                00047001
004704         MOVE CM-ACCT-STATUS TO MX-ACCT-STATUS                    00047001
004705     END-IF.                                                      00047001
004710     MOVE MX-CUST-IMAGE TO CM-RECORD.                             00048001
004720                                                                  00048001
004730******************************************************************00048001
004788     WRITE CN-RECORD FROM MX-CUST-IMAGE.                          00048001
004789     ADD 1 TO WS-CUST-WRITTEN.                                    00048001
004790                                                                  00048001
004791******************************************************************00048001
004792* ASSESS THE SECURITY DEPOSIT FOR AN ADDED ACCOUNT - THE DEPRATE  00048001
004793* ROW IN EFFECT FOR ITS PLAN ON THE RUN DATE.  THE BILL RUN       00048001
004794* CARRIES IT AS ITS OWN LINE UNTIL PAID.  A PLAN WITH NO          00048001
004795* SCHEDULE (OR A ZERO AMOUNT) TAKES NO DEPOSIT, AND A DEPOSIT     00048001
004796* STILL OPEN FOR THE ACCOUNT NUMBER IS NEVER ASSESSED TWICE.      00048001
004797******************************************************************00048001
004798 520-ASSESS-DEPOSIT.                                              00048001
004799     PERFORM 250-PASS-DEPOSIT THRU 250-PASS-DEPOSIT-EXIT          00048001
004800         UNTIL WS-DEP-KEY >= MX-ACCOUNT-NO.                       00048001
004801     IF WS-DEP-KEY = MX-ACCOUNT-NO                                00048001
004802         IF DM-OPEN                                               00048001
004803             MOVE SPACES TO WS-REG-LINE                           00048001
004804             STRING 'DEPOSIT: ALREADY OPEN FOR ACCOUNT - '        00048001
004805                 'NOT REASSESSED'                                 00048001
004806                 DELIMITED BY SIZE INTO WS-REG-LINE               00048001
004807             WRITE CG-LINE FROM WS-REG-LINE                       00048001
004808             GO TO 520-ASSESS-DEPOSIT-EXIT                        00048001
004809         END-IF                                                   00048001
004810*        A CLOSED-OUT DEPOSIT IS REPLACED BY THE NEW ONE.         00048001
004811         PERFORM 240-READ-DEPOSIT                                 00048001
004812     END-IF.                                                      00048001
004813                                                                  00048001
004814     MOVE 0 TO WS-DR-BEST-IDX.                                    00048001
004815     MOVE 0 TO WS-DR-BEST-DATE.                                   00048001
004816     MOVE 1 TO WS-DR-SEARCH-IDX.                                  00048001
004817     PERFORM 525-SCAN-DEPOSIT-RATE THRU 525-SCAN-DEPOSIT-RATE-EXIT00048001
004818         UNTIL WS-DR-SEARCH-IDX > WS-DR-COUNT.                    00048001
004819     IF WS-DR-BEST-IDX = 0                                        00048001
004820         MOVE SPACES TO WS-REG-LINE                               00048001
004821         STRING 'DEPOSIT: NO SCHEDULE FOR PLAN '                  00048001
004822             MX-RATE-PLAN-CODE ' - NONE ASSESSED'                 00048001
004823             DELIMITED BY SIZE INTO WS-REG-LINE                   00048001
004824         WRITE CG-LINE FROM WS-REG-LINE                           00048001
004825         GO TO 520-ASSESS-DEPOSIT-EXIT                            00048001
004826     END-IF.                                                      00048001
004827     IF WS-DR-DEPOSIT-AMT(WS-DR-BEST-IDX) = 0                     00048001
004828         GO TO 520-ASSESS-DEPOSIT-EXIT                            00048001
004829     END-IF.                                                      00048001
004830                                                                  00048001
004831     MOVE SPACES TO WS-DEP-NEW-REC.                               00048001
004832     MOVE MX-ACCOUNT-NO-N     TO WS-DPN-ACCOUNT-NO.               00048001
004833     MOVE 'A'                 TO WS-DPN-STATUS.                   00048001
004834     MOVE MX-RATE-PLAN-CODE   TO WS-DPN-RATE-PLAN-CODE.           00048001
004835     MOVE WS-RUN-DATE         TO WS-DPN-ASSESS-DATE.              00048001
004836     MOVE WS-DR-DEPOSIT-AMT(WS-DR-BEST-IDX)                       00048001
004837                              TO WS-DPN-DEPOSIT-AMT.              00048001
004838     MOVE 0                   TO WS-DPN-AMT-PAID.                 00048001
004839     MOVE 0                   TO WS-DPN-LAST-BILL-DATE.           00048001
004840     MOVE 0                   TO WS-DPN-INT-ACCRUED.              00048001
004841     MOVE 0                   TO WS-DPN-INT-THRU-DATE.            00048001
004842     MOVE 0                   TO WS-DPN-ONTIME-COUNT.             00048001
004843     MOVE 0                   TO WS-DPN-CLOSE-DATE.               00048001
004844     WRITE DN-RECORD FROM WS-DEP-NEW-REC.                         00048001
004845     ADD 1 TO WS-DEPOSITS-ASSESSED.                               00048001
004846     ADD WS-DPN-DEPOSIT-AMT TO WS-DEPOSIT-TOTAL.                  00048001
004847                                                                  00048001
004848     MOVE WS-DPN-DEPOSIT-AMT TO WS-MONEY-ED.                      00048001
004849     MOVE SPACES TO WS-REG-LINE.                                  00048001
004850     STRING 'DEPOSIT: ASSESSED ' WS-MONEY-ED                      00048001
004851         ' PLAN ' MX-RATE-PLAN-CODE                               00048001
004852         DELIMITED BY SIZE INTO WS-REG-LINE.                      00048001
004853     WRITE CG-LINE FROM WS-REG-LINE.                              00048001
004854 520-ASSESS-DEPOSIT-EXIT.                                         00048001
004855     EXIT.                                                        00048001
004856                                                                  00048001
004857 525-SCAN-DEPOSIT-RATE.                                           00048001
004858     IF WS-DR-PLAN-CODE(WS-DR-SEARCH-IDX) = MX-RATE-PLAN-CODE     00048001
004859         AND WS-DR-EFF-DATE(WS-DR-SEARCH-IDX)                     00048001
004860             NOT > WS-RUN-DATE                                    00048001
004861         AND WS-DR-EFF-DATE(WS-DR-SEARCH-IDX)                     00048001
004862             > WS-DR-BEST-DATE                                    00048001
004863         MOVE WS-DR-SEARCH-IDX TO WS-DR-BEST-IDX                  00048001
004864         MOVE WS-DR-EFF-DATE(WS-DR-SEARCH-IDX)                    00048001
004865             TO WS-DR-BEST-DATE                                   00048001
004866     END-IF.                                                      00048001
004867     ADD 1 TO WS-DR-SEARCH-IDX.                                   00048001
004868 525-SCAN-DEPOSIT-RATE-EXIT.                                      00048001
004869     EXIT.                                                        00048001
004790                                                                  00048001
004800******************************************************************00048001
004810* CHANGE REGISTER - ONE HEADER PER APPLIED TRANSACTION WITH THE   00049001
004820* KEYING USER AND RUN DATE/TIME, THEN THE BEFORE AND/OR AFTER     00049001
005360     DISPLAY 'TRANS REJECTED    : ' WS-TRANS-REJECTED.            00054001
005370     DISPLAY 'MASTERS READ      : ' WS-CUST-READ.                 00054001
005380     DISPLAY 'MASTERS WRITTEN   : ' WS-CUST-WRITTEN.              00054001
005381     DISPLAY 'DEPOSITS ASSESSED : ' WS-DEPOSITS-ASSESSED.         00054001
005382     MOVE WS-DEPOSIT-TOTAL TO WS-MONEY-ED.                        00054001
005383     DISPLAY 'DEPOSIT AMOUNT    : ' WS-MONEY-ED.                  00054001
005390     DISPLAY '================================'.                  00054001
005400                                                                  00054001
005401     MOVE WS-CUST-WRITTEN TO WS-TRL-COUNT.                        00055001
005402     WRITE CN-RECORD FROM WS-TRAILER-REC.                         00055001
005403     PERFORM 250-PASS-DEPOSIT THRU 250-PASS-DEPOSIT-EXIT          00055001
005404         UNTIL WS-DEP-KEY = HIGH-VALUES.                          00055001
005403                                                                  00055001
005410     CLOSE MAINTTRN.                                              00003001
005420     CLOSE CUSTMAST.                                              00003001
005430     CLOSE CUSTNEW.                                               00003001
005440     CLOSE MTERRPT.                                               00003001
005450     CLOSE CHGREG.                                                00003001
005451     IF NOT WS-DEPMAST-NOTFOUND                                   00003001
005452         CLOSE DEPMAST                                            00003001
005453     END-IF.                                                      00003001
005454     CLOSE DEPNEW.                                                00003001
005451                                                                  00003001
005452     PERFORM 850-WRITE-RUN-CONTROL.                               00003001
005453                                                                  00003001
