000010 IDENTIFICATION DIVISION.                                         00001001
000020 PROGRAM-ID. UTIL2095.                                            00001001
000030***************************************************************** 00001001
000040*  Programmer.:Gabriel Dilley                                     00001001
000050*  Date.......:October 12, 2026                                   00001001
000060*  GitHub URL.:                                                   00001001
000070*  Description:Nightly A/R detail ledger maintenance and proof.   00001001
000080*              Every step that moves an A/R balance - the bill    00001001
000090*              run (UTIL2000), payment posting (UTIL2030), final  00001001
000100*              bills (UTIL2050), reconnect fees (UTIL2055),       00001001
000110*              credit refunds (UTIL2070) and cancel/rebill        00001001
000120*              (UTIL2080) - appends one dated, typed row per      00001001
000130*              financial event to the day's ARTRANS.  This run    00001001
000135*              files the day's rows behind each account's         00001001
000140*              retained ledger (ARLEDG, account                   00001001
000150*              order) to build ARLNEW, then proves that every     00002001
000160*              account's ledger sums to its balance on the        00002001
000170*              night's final A/R master (ARNEW: prior balance     00002001
000180*              less payments received).  Accounts that do not     00002001
000190*              prove, and rows for accounts on neither file, are  00002001
000200*              listed on LEDGRPT and set RC 8 so the ledger and   00002001
000210*              the master can never drift apart unnoticed.        00003001
000220*              With no ARLEDG yet (the conversion run) each       00003001
000230*              account is opened with an OB row for the balance   00003001
000240*              it carried before the day's activity.              00003001
000250***************************************************************** 00003001
000260*  MODIFICATION HISTORY                                           00003001
000270*  ---------------------------------------------------------      00003001
000280*  DATE       INIT  DESCRIPTION                                   00003001
000290*  ---------------------------------------------------------      00003001
000300*  10/12/2026 GD    Initial version.                              00003001
000310***************************************************************** 00004001
000320                                                                  00004001
000330 ENVIRONMENT DIVISION.                                            00004001
000340 INPUT-OUTPUT SECTION.                                            00004001
000350 FILE-CONTROL.                                                    00004001
000360*  Retained A/R ledger, in account order and posting order        00004001
000370*  within the account.  Absent on the conversion run.             00004001
000380     SELECT ARLEDG ASSIGN TO "ARLEDG"                             00004001
000390         ORGANIZATION IS LINE SEQUENTIAL                          00004001
000400         FILE STATUS IS WS-ARLEDG-STATUS.                         00004001
000410                                                                  00005001
000420*  The day's ledger transactions, in the order the steps of       00005001
000430*  the night wrote them.  Absent when nothing posted.             00005001
000440     SELECT ARTRANS ASSIGN TO "ARTRANS"                           00005001
000450         ORGANIZATION IS LINE SEQUENTIAL                          00005001
000460         FILE STATUS IS WS-ARTRANS-STATUS.                        00005001
000470                                                                  00005001
000480*  The night's final A/R master, in account order - the           00005001
000490*  balances the ledger must prove to.                             00005001
000500     SELECT ARNEW ASSIGN TO "ARNEW"                               00005001
000510         ORGANIZATION IS LINE SEQUENTIAL                          00006001
000520         FILE STATUS IS WS-ARNEW-STATUS.                          00006001
000530                                                                  00006001
000540*  Updated ledger - retained rows with the day's rows filed       00006001
000550*  behind them, account by account.                               00006001
000560     SELECT ARLNEW ASSIGN TO "ARLNEW"                             00006001
000570         ORGANIZATION IS LINE SEQUENTIAL                          00006001
000580         FILE STATUS IS WS-ARLNEW-STATUS.                         00006001
000590                                                                  00006001
000600*  Ledger proof report - accounts out of balance, orphan rows     00006001
000610*  and the run totals.                                            00007001
000620     SELECT LEDGRPT ASSIGN TO "LEDGRPT"                           00007001
000630         ORGANIZATION IS LINE SEQUENTIAL                          00007001
000640         FILE STATUS IS WS-LEDGRPT-STATUS.                        00007001
000650                                                                  00007001
000660 DATA DIVISION.                                                   00007001
000670 FILE SECTION.                                                    00007001
000680                                                                  00007001
000690 FD  ARLEDG                                                       00007001
000700     RECORDING MODE IS F.                                         00007001
000710 01  LG-RECORD.                                                   00008001
000720     05  LG-ACCOUNT-NO            PIC 9(06).                      00008001
000730     05  LG-POST-DATE             PIC 9(08).                      00008001
000740     05  LG-POST-TIME             PIC 9(08).                      00008001
000750     05  LG-TRAN-TYPE             PIC X(02).                      00008001
000760     05  LG-TRAN-DATE             PIC 9(08).                      00008001
000770     05  LG-AMOUNT                PIC S9(07)V99                   00008001
000780                                  SIGN LEADING SEPARATE.          00008001
000790     05  LG-SOURCE                PIC X(08).                      00008001
000800     05  LG-REFERENCE             PIC X(20).                      00008001
000810     05  FILLER                   PIC X(10).                      00009001
000820                                                                  00009001
000830 FD  ARTRANS                                                      00009001
000840     RECORDING MODE IS F.                                         00009001
000850 01  TR-RECORD.                                                   00009001
000860     05  TR-ACCOUNT-NO            PIC 9(06).                      00009001
000870     05  FILLER                   PIC X(74).                      00009001
000880                                                                  00009001
000890 FD  ARNEW                                                        00009001
000900     RECORDING MODE IS F.                                         00009001
000910 01  AN-RECORD.                                                   00010001
000920     05  AN-ACCOUNT-NO            PIC 9(06).                      00010001
000930     05  AN-PRIOR-BALANCE         PIC S9(07)V99                   00010001
000940                                  SIGN LEADING SEPARATE.          00010001
000950     05  AN-PAYMENTS-RECVD        PIC 9(07)V99.                   00010001
000960     05  AN-LAST-PAY-DATE         PIC 9(08).                      00010001
000970     05  AN-BUDGET-VARIANCE-X     PIC X(10).                      00010001
000980     05  FILLER                   PIC X(05).                      00010001
000990                                                                  00010001
001000 FD  ARLNEW                                                       00010001
001010     RECORDING MODE IS F.                                         00011001
001020 01  LN-RECORD                    PIC X(80).                      00011001
001030                                                                  00011001
001040 FD  LEDGRPT                                                      00011001
001050     RECORDING MODE IS F.                                         00011001
001060 01  RP-LINE                      PIC X(132).                     00011001
001070                                                                  00011001
001080 WORKING-STORAGE SECTION.                                         00011001
001090                                                                  00011001
001100***************************************************************** 00011001
001110* FILE STATUS / SWITCHES                                          00012001
001120***************************************************************** 00012001
001130 01  WS-ARLEDG-STATUS            PIC X(02)   VALUE '00'.          00012001
001140     88  WS-ARLEDG-NOTFOUND                  VALUE '35'.          00012001
001150 01  WS-ARTRANS-STATUS           PIC X(02)   VALUE '00'.          00012001
001160     88  WS-ARTRANS-NOTFOUND                 VALUE '35'.          00012001
001170     88  WS-ARTRANS-EOF                      VALUE '10'.          00012001
001180 01  WS-ARNEW-STATUS             PIC X(02)   VALUE '00'.          00012001
001190 01  WS-ARLNEW-STATUS            PIC X(02)   VALUE '00'.          00012001
001200 01  WS-LEDGRPT-STATUS           PIC X(02)   VALUE '00'.          00012001
001210                                                                  00013001
001220 01  WS-CONVERSION-SW            PIC X(01)   VALUE 'N'.           00013001
001230     88  WS-CONVERSION-RUN                   VALUE 'Y'.           00013001
001240 01  WS-ALL-DONE-SW              PIC X(01)   VALUE 'N'.           00013001
001250     88  WS-ALL-DONE                         VALUE 'Y'.           00013001
001260 01  WS-ON-ARNEW-SW              PIC X(01)   VALUE 'N'.           00013001
001270     88  WS-ON-ARNEW                         VALUE 'Y'.           00013001
001280 01  WS-SHIFT-DONE-SW            PIC X(01)   VALUE 'N'.           00013001
001290     88  WS-SHIFT-DONE                       VALUE 'Y'.           00013001
001300                                                                  00013001
001310***************************************************************** 00014001
001320* MATCH KEYS - HIGH-VALUES AT END OF FILE.  THE DAY'S ROWS ARE    00014001
001330* HELD IN ACCOUNT ORDER IN WS-TRAN-TABLE, SO THE TABLE IS READ    00014001
001340* LIKE A THIRD FILE IN THE MATCH.                                 00014001
001350***************************************************************** 00014001
001360 01  WS-LG-KEY                   PIC X(06)   VALUE LOW-VALUES.    00014001
001370 01  WS-AN-KEY                   PIC X(06)   VALUE LOW-VALUES.    00014001
001380 01  WS-TT-KEY                   PIC X(06)   VALUE LOW-VALUES.    00014001
001390 01  WS-CUR-KEY                  PIC X(06)   VALUE LOW-VALUES.    00014001
001400 01  WS-PREV-LG-KEY              PIC X(06)   VALUE LOW-VALUES.    00014001
001410 01  WS-PREV-AN-KEY              PIC X(06)   VALUE LOW-VALUES.    00015001
001420                                                                  00015001
001430***************************************************************** 00015001
001440* THE DAY'S LEDGER TRANSACTIONS.  EACH ROW IS SLOTTED IN BEHIND   00015001
001450* THE LAST ROW FOR ITS ACCOUNT AS IT IS LOADED, SO THE TABLE IS   00015001
001460* IN ACCOUNT ORDER AND EACH ACCOUNT'S ROWS KEEP THE ORDER THE     00015001
001470* STEPS OF THE NIGHT POSTED THEM.                                 00015001
001480***************************************************************** 00015001
001490 01  WS-TT-COUNT                 PIC 9(05)   VALUE 0.             00015001
001500 01  WS-TT-NEXT                  PIC 9(05)   VALUE 0.             00015001
001510 01  WS-TT-INS                   PIC 9(05)   VALUE 0.             00016001
001520 01  WS-TT-PREV                  PIC 9(05)   VALUE 0.             00016001
001530 01  WS-TT-SCAN                  PIC 9(05)   VALUE 0.             00016001
001540 01  WS-TRAN-TABLE.                                               00016001
001550     05  WS-TT-ENTRY OCCURS 5000 TIMES.                           00016001
001560         10  WS-TT-ACCOUNT        PIC X(06).                      00016001
001570         10  FILLER               PIC X(74).                      00016001
001580                                                                  00016001
001590*    ONE ROW OF THE TABLE, OR AN OPENING-BALANCE ROW, IN THE      00016001
001600*    LEDGER LAYOUT.                                               00016001
001610 01  WS-TRAN-WORK.                                                00017001
001620     05  WS-TW-ACCOUNT-NO         PIC 9(06).                      00017001
001630     05  WS-TW-POST-DATE          PIC 9(08).                      00017001
001640     05  WS-TW-POST-TIME          PIC 9(08).                      00017001
001650     05  WS-TW-TRAN-TYPE          PIC X(02).                      00017001
001660     05  WS-TW-TRAN-DATE          PIC 9(08).                      00017001
001670     05  WS-TW-AMOUNT             PIC S9(07)V99                   00017001
001680                                  SIGN LEADING SEPARATE.          00017001
001690     05  WS-TW-SOURCE             PIC X(08).                      00017001
001700     05  WS-TW-REFERENCE          PIC X(20).                      00017001
001710     05  FILLER                   PIC X(10).                      00018001
001720                                                                  00018001
001730***************************************************************** 00018001
001740* ONE ACCOUNT'S PROOF                                             00018001
001750***************************************************************** 00018001
001760 01  WS-RUN-DATE                 PIC 9(08)   VALUE 0.             00018001
001770 01  WS-RUN-TIME                 PIC 9(08)   VALUE 0.             00018001
001780 01  WS-LEDGER-SUM               PIC S9(09)V99 VALUE 0.           00018001
001790 01  WS-NEW-ROWS-SUM             PIC S9(09)V99 VALUE 0.           00018001
001800 01  WS-AR-BALANCE               PIC S9(09)V99 VALUE 0.           00018001
001810 01  WS-OPENING-BALANCE          PIC S9(09)V99 VALUE 0.           00019001
001820 01  WS-DIFFERENCE               PIC S9(09)V99 VALUE 0.           00019001
001830 01  WS-ACCT-OLD-ROWS            PIC 9(06)   VALUE 0.             00019001
001840 01  WS-PROOF-REASON             PIC X(24)   VALUE SPACES.        00019001
001850                                                                  00019001
001860***************************************************************** 00019001
001870* RUN COUNTERS AND TOTALS                                         00019001
001880***************************************************************** 00019001
001890 01  WS-ARNEW-READ               PIC 9(06)   VALUE 0.             00019001
001900 01  WS-ACCTS-PROVED             PIC 9(06)   VALUE 0.             00019001
001910 01  WS-ACCTS-IN-BALANCE         PIC 9(06)   VALUE 0.             00020001
001920 01  WS-ACCTS-OUT-OF-BAL         PIC 9(06)   VALUE 0.             00020001
001930 01  WS-ROWS-RETAINED            PIC 9(07)   VALUE 0.             00020001
001940 01  WS-ROWS-ADDED               PIC 9(07)   VALUE 0.             00020001
001950 01  WS-ROWS-ORPHAN              PIC 9(06)   VALUE 0.             00020001
001960 01  WS-OB-SEEDED                PIC 9(06)   VALUE 0.             00020001
001970 01  WS-ROWS-WRITTEN             PIC 9(07)   VALUE 0.             00020001
001980 01  WS-TOTAL-LEDGER             PIC S9(11)V99 VALUE 0.           00020001
001990 01  WS-TOTAL-AR                 PIC S9(11)V99 VALUE 0.           00020001
002000                                                                  00020001
002010***************************************************************** 00021001
002020* PRINT-LINE AND EDITED FIELDS                                    00021001
002030***************************************************************** 00021001
002040 01  WS-PRINT-LINE               PIC X(132)  VALUE SPACES.        00021001
002050 01  WS-MONEY-ED                 PIC $$$,$$$,$$9.99CR.            00021001
002060 01  WS-MONEY-ED2                PIC $$$,$$$,$$9.99CR.            00021001
002070 01  WS-MONEY-ED3                PIC $$$,$$$,$$9.99CR.            00021001
002080 01  WS-MONEY-BIG-ED             PIC $$,$$$,$$$,$$9.99CR.         00021001
002090 01  WS-COUNT-ED                 PIC ZZZ,ZZ9.                     00021001
002100                                                                  00021001
002110 PROCEDURE DIVISION.                                              00022001
002120                                                                  00022001
002130***************************************************************** 00022001
002140* MAINLINE - LOAD THE DAY'S ROWS, FILE AND PROVE EACH ACCOUNT,    00022001
002150* WRAP UP                                                         00022001
002160***************************************************************** 00022001
002170 000-MAIN.                                                        00022001
002180     PERFORM 050-INITIALIZE-RUN.                                  00022001
002190     PERFORM 300-PROVE-ACCOUNT THRU 300-PROVE-ACCOUNT-EXIT        00022001
002200         UNTIL WS-ALL-DONE.                                       00022001
002210     PERFORM 800-END-OF-RUN.                                      00023001
002220     STOP RUN.                                                    00023001
002230                                                                  00023001
002240***************************************************************** 00023001
002250* LOAD THE DAY'S ROWS, OPEN THE FILES AND PRIME THE LEDGER AND    00023001
002260* A/R READS.                                                      00023001
002270***************************************************************** 00023001
002280 050-INITIALIZE-RUN.                                              00023001
002290     DISPLAY '*********************************'.                 00023001
002300     DISPLAY '*** UTIL2095 - A/R LEDGER PROOF *'.                 00023001
002310     DISPLAY '*********************************'.                 00024001
002320     DISPLAY ' '.                                                 00024001
002330                                                                  00024001
002340     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.                       00024001
002350     ACCEPT WS-RUN-TIME FROM TIME.                                00024001
002360     PERFORM 070-LOAD-TRANSACTIONS.                               00024001
002370                                                                  00024001
002380*    NO LEDGER YET - THE CONVERSION RUN OPENS EVERY ACCOUNT       00024001
002390*    WITH ITS BALANCE BEFORE THE DAY'S ACTIVITY.                  00024001
002400     OPEN INPUT  ARLEDG.                                          00024001
002410     IF WS-ARLEDG-NOTFOUND                                        00025001
002420         DISPLAY 'NO ARLEDG - CONVERSION RUN, OPENING BALANCES'   00025001
002430             ' SEEDED FROM ARNEW'                                 00025001
002440         SET WS-CONVERSION-RUN TO TRUE                            00025001
002450         MOVE HIGH-VALUES TO WS-LG-KEY                            00025001
002460     ELSE                                                         00025001
002470         IF WS-ARLEDG-STATUS NOT = '00'                           00025001
002480             DISPLAY 'UNABLE TO OPEN ARLEDG, STATUS='             00025001
002490                 WS-ARLEDG-STATUS                                 00025001
002500             MOVE 16 TO RETURN-CODE                               00025001
002510             STOP RUN                                             00026001
002520         END-IF                                                   00026001
002530     END-IF.                                                      00026001
002540     OPEN INPUT  ARNEW.                                           00026001
002550     IF WS-ARNEW-STATUS NOT = '00'                                00026001
002560         DISPLAY 'UNABLE TO OPEN ARNEW, STATUS='                  00026001
002570             WS-ARNEW-STATUS                                      00026001
002580         MOVE 16 TO RETURN-CODE                                   00026001
002590         STOP RUN                                                 00026001
002600     END-IF.                                                      00026001
002610     OPEN OUTPUT ARLNEW.                                          00027001
002620     IF WS-ARLNEW-STATUS NOT = '00'                               00027001
002630         DISPLAY 'UNABLE TO OPEN ARLNEW, STATUS='                 00027001
002640             WS-ARLNEW-STATUS                                     00027001
002650         MOVE 16 TO RETURN-CODE                                   00027001
002660         STOP RUN                                                 00027001
002670     END-IF.                                                      00027001
002680     OPEN OUTPUT LEDGRPT.                                         00027001
002690     IF WS-LEDGRPT-STATUS NOT = '00'                              00027001
002700         DISPLAY 'UNABLE TO OPEN LEDGRPT, STATUS='                00027001
002710             WS-LEDGRPT-STATUS                                    00028001
002720         MOVE 16 TO RETURN-CODE                                   00028001
002730         STOP RUN                                                 00028001
002740     END-IF.                                                      00028001
002750                                                                  00028001
002760     PERFORM 600-PRINT-HEADINGS.                                  00028001
002770                                                                  00028001
002780     IF NOT WS-CONVERSION-RUN                                     00028001
002790         PERFORM 200-READ-LEDGER                                  00028001
002800     END-IF.                                                      00028001
002810     PERFORM 210-READ-ARNEW.                                      00029001
002820     MOVE 1 TO WS-TT-NEXT.                                        00029001
002830     PERFORM 360-SET-TRAN-KEY.                                    00029001
002840                                                                  00029001
002850***************************************************************** 00029001
002860* LOAD THE DAY'S ROWS INTO WS-TRAN-TABLE IN ACCOUNT ORDER.  NO    00029001
002870* ARTRANS MEANS NO STEP POSTED ANYTHING TODAY.                    00029001
002880***************************************************************** 00029001
002890 070-LOAD-TRANSACTIONS.                                           00029001
002900     OPEN INPUT ARTRANS.                                          00029001
002910     IF WS-ARTRANS-NOTFOUND                                       00030001
002920         DISPLAY 'NO ARTRANS - NO LEDGER ACTIVITY TODAY'          00030001
002930     ELSE                                                         00030001
002940         IF WS-ARTRANS-STATUS NOT = '00'                          00030001
002950             DISPLAY 'UNABLE TO OPEN ARTRANS, STATUS='            00030001
002960                 WS-ARTRANS-STATUS                                00030001
002970             MOVE 16 TO RETURN-CODE                               00030001
002980             STOP RUN                                             00030001
002990         END-IF                                                   00030001
003000         PERFORM 071-READ-TRANSACTION                             00030001
003010            THRU 071-READ-TRANSACTION-EXIT                        00031001
003020             UNTIL WS-ARTRANS-EOF                                 00031001
003030         CLOSE ARTRANS                                            00031001
003040     END-IF.                                                      00031001
003050                                                                  00031001
003060 071-READ-TRANSACTION.                                            00031001
003070     READ ARTRANS                                                 00031001
003080         AT END                                                   00031001
003090             GO TO 071-READ-TRANSACTION-EXIT                      00031001
003100     END-READ.                                                    00031001
003110     IF WS-TT-COUNT >= 5000                                       00032001
003120         DISPLAY 'ARTRANS HAS MORE THAN 5000 ROWS - TABLE FULL'   00032001
003130         MOVE 16 TO RETURN-CODE                                   00032001
003140         STOP RUN                                                 00032001
003150     END-IF.                                                      00032001
003160*    OPEN A SLOT AT THE END AND WALK IT BACK PAST EVERY ROW FOR   00032001
003170*    A HIGHER ACCOUNT.                                            00032001
003180     ADD 1 TO WS-TT-COUNT.                                        00032001
003190     MOVE WS-TT-COUNT TO WS-TT-INS.                               00032001
003200     MOVE 'N' TO WS-SHIFT-DONE-SW.                                00032001
003210     PERFORM 073-SHIFT-ROW THRU 073-SHIFT-ROW-EXIT                00033001
003220         UNTIL WS-SHIFT-DONE.                                     00033001
003230     MOVE TR-RECORD TO WS-TT-ENTRY(WS-TT-INS).                    00033001
003240 071-READ-TRANSACTION-EXIT.                                       00033001
003250     EXIT.                                                        00033001
003260                                                                  00033001
003270 073-SHIFT-ROW.                                                   00033001
003280     COMPUTE WS-TT-PREV = WS-TT-INS - 1.                          00033001
003290     IF WS-TT-PREV = 0                                            00033001
003300         SET WS-SHIFT-DONE TO TRUE                                00033001
003310         GO TO 073-SHIFT-ROW-EXIT                                 00034001
003320     END-IF.                                                      00034001
003330     IF WS-TT-ACCOUNT(WS-TT-PREV) <= TR-ACCOUNT-NO                00034001
003340         SET WS-SHIFT-DONE TO TRUE                                00034001
003350         GO TO 073-SHIFT-ROW-EXIT                                 00034001
003360     END-IF.                                                      00034001
003370     MOVE WS-TT-ENTRY(WS-TT-PREV) TO WS-TT-ENTRY(WS-TT-INS).      00034001
003380     MOVE WS-TT-PREV TO WS-TT-INS.                                00034001
003390 073-SHIFT-ROW-EXIT.                                              00034001
003400     EXIT.                                                        00034001
003410                                                                  00035001
003420***************************************************************** 00035001
003430* SEQUENTIAL READS - EACH FILE MUST BE IN ACCOUNT ORDER OR THE    00035001
003440* MATCH WOULD DROP ROWS.                                          00035001
003450***************************************************************** 00035001
003460 200-READ-LEDGER.                                                 00035001
003470     READ ARLEDG                                                  00035001
003480         AT END                                                   00035001
003490             MOVE HIGH-VALUES TO WS-LG-KEY                        00035001
003500         NOT AT END                                               00035001
003510             MOVE LG-ACCOUNT-NO TO WS-LG-KEY                      00036001
003520     END-READ.                                                    00036001
003530     IF WS-LG-KEY < WS-PREV-LG-KEY                                00036001
003540         DISPLAY 'ARLEDG OUT OF ACCOUNT ORDER AT ' WS-LG-KEY      00036001
003550         MOVE 16 TO RETURN-CODE                                   00036001
003560         STOP RUN                                                 00036001
003570     END-IF.                                                      00036001
003580     MOVE WS-LG-KEY TO WS-PREV-LG-KEY.                            00036001
003590                                                                  00036001
003600 210-READ-ARNEW.                                                  00036001
003610     READ ARNEW                                                   00037001
003620         AT END                                                   00037001
003630             MOVE HIGH-VALUES TO WS-AN-KEY                        00037001
003640         NOT AT END                                               00037001
003650             MOVE AN-ACCOUNT-NO TO WS-AN-KEY                      00037001
003660             ADD 1 TO WS-ARNEW-READ                               00037001
003670     END-READ.                                                    00037001
003680     IF WS-AN-KEY < WS-PREV-AN-KEY                                00037001
003690         DISPLAY 'ARNEW OUT OF ACCOUNT ORDER AT ' WS-AN-KEY       00037001
003700         MOVE 16 TO RETURN-CODE                                   00037001
003710         STOP RUN                                                 00038001
003720     END-IF.                                                      00038001
003730     MOVE WS-AN-KEY TO WS-PREV-AN-KEY.                            00038001
003740                                                                  00038001
003750***************************************************************** 00038001
003760* TAKE THE LOWEST ACCOUNT ON THE LEDGER, THE A/R MASTER OR THE    00038001
003770* DAY'S ROWS.  ITS RETAINED ROWS ARE COPIED, AN OPENING BALANCE   00038001
003780* IS SEEDED ON THE CONVERSION RUN, THE DAY'S ROWS ARE FILED       00038001
003790* BEHIND THEM, AND THE SUM IS PROVED AGAINST THE ARNEW BALANCE.   00038001
003800***************************************************************** 00038001
003810 300-PROVE-ACCOUNT.                                               00039001
003820     MOVE WS-LG-KEY TO WS-CUR-KEY.                                00039001
003830     IF WS-AN-KEY < WS-CUR-KEY                                    00039001
003840         MOVE WS-AN-KEY TO WS-CUR-KEY                             00039001
003850     END-IF.                                                      00039001
003860     IF WS-TT-KEY < WS-CUR-KEY                                    00039001
003870         MOVE WS-TT-KEY TO WS-CUR-KEY                             00039001
003880     END-IF.                                                      00039001
003890     IF WS-CUR-KEY = HIGH-VALUES                                  00039001
003900         SET WS-ALL-DONE TO TRUE                                  00039001
003910         GO TO 300-PROVE-ACCOUNT-EXIT                             00040001
003920     END-IF.                                                      00040001
003930                                                                  00040001
003940     MOVE 0 TO WS-LEDGER-SUM WS-AR-BALANCE WS-ACCT-OLD-ROWS.      00040001
003950     IF WS-AN-KEY = WS-CUR-KEY                                    00040001
003960         SET WS-ON-ARNEW TO TRUE                                  00040001
003970         COMPUTE WS-AR-BALANCE = AN-PRIOR-BALANCE                 00040001
003980             - AN-PAYMENTS-RECVD                                  00040001
003990     ELSE                                                         00040001
004000         MOVE 'N' TO WS-ON-ARNEW-SW                               00040001
004010     END-IF.                                                      00041001
004020                                                                  00041001
004030     PERFORM 320-COPY-OLD-ROW                                     00041001
004040         UNTIL WS-LG-KEY NOT = WS-CUR-KEY.                        00041001
004050     IF WS-CONVERSION-RUN AND WS-ON-ARNEW                         00041001
004060         PERFORM 335-SEED-OPENING-BALANCE                         00041001
004070     END-IF.                                                      00041001
004080     PERFORM 340-COPY-NEW-ROW                                     00041001
004090         UNTIL WS-TT-KEY NOT = WS-CUR-KEY.                        00041001
004100                                                                  00041001
004110     ADD 1 TO WS-ACCTS-PROVED.                                    00042001
004120     ADD WS-LEDGER-SUM TO WS-TOTAL-LEDGER.                        00042001
004130     ADD WS-AR-BALANCE TO WS-TOTAL-AR.                            00042001
004140     IF WS-LEDGER-SUM = WS-AR-BALANCE                             00042001
004150         ADD 1 TO WS-ACCTS-IN-BALANCE                             00042001
004160     ELSE                                                         00042001
004170         IF WS-ON-ARNEW                                           00042001
004180             MOVE 'LEDGER NOT = A/R BALANCE' TO WS-PROOF-REASON   00042001
004190         ELSE                                                     00042001
004200             MOVE 'NO A/R RECORD ON ARNEW' TO WS-PROOF-REASON     00042001
004210         END-IF                                                   00043001
004220         PERFORM 620-PRINT-OUT-OF-BALANCE                         00043001
004230     END-IF.                                                      00043001
004240                                                                  00043001
004250     IF WS-ON-ARNEW                                               00043001
004260         PERFORM 210-READ-ARNEW                                   00043001
004270     END-IF.                                                      00043001
004280 300-PROVE-ACCOUNT-EXIT.                                          00043001
004290     EXIT.                                                        00043001
004300                                                                  00043001
004310*    A RETAINED ROW GOES FORWARD UNCHANGED.                       00044001
004320 320-COPY-OLD-ROW.                                                00044001
004330     MOVE LG-RECORD TO LN-RECORD.                                 00044001
004340     PERFORM 390-WRITE-NEW-LEDGER.                                00044001
004350     ADD LG-AMOUNT TO WS-LEDGER-SUM.                              00044001
004360     ADD 1 TO WS-ACCT-OLD-ROWS.                                   00044001
004370     ADD 1 TO WS-ROWS-RETAINED.                                   00044001
004380     PERFORM 200-READ-LEDGER.                                     00044001
004390                                                                  00044001
004400***************************************************************** 00044001
004410* CONVERSION RUN - THE ACCOUNT'S OPENING BALANCE IS WHAT ARNEW    00045001
004420* CARRIES LESS THE DAY'S ROWS, SO THE OB ROW AND THE DAY'S ROWS   00045001
004430* FOOT TO THE BALANCE.  A ZERO OPENING BALANCE WRITES NO ROW.     00045001
004440***************************************************************** 00045001
004450 335-SEED-OPENING-BALANCE.                                        00045001
004460     MOVE 0 TO WS-NEW-ROWS-SUM.                                   00045001
004470     MOVE WS-TT-NEXT TO WS-TT-SCAN.                               00045001
004480     PERFORM 337-SUM-NEW-ROW THRU 337-SUM-NEW-ROW-EXIT            00045001
004490         UNTIL WS-TT-SCAN > WS-TT-COUNT.                          00045001
004500     COMPUTE WS-OPENING-BALANCE = WS-AR-BALANCE                   00045001
004510         - WS-NEW-ROWS-SUM.                                       00046001
004520     IF WS-OPENING-BALANCE NOT = 0                                00046001
004530         MOVE SPACES            TO WS-TRAN-WORK                   00046001
004540         MOVE AN-ACCOUNT-NO     TO WS-TW-ACCOUNT-NO               00046001
004550         MOVE WS-RUN-DATE       TO WS-TW-POST-DATE                00046001
004560         MOVE WS-RUN-TIME       TO WS-TW-POST-TIME                00046001
004570         MOVE 'OB'              TO WS-TW-TRAN-TYPE                00046001
004580         MOVE WS-RUN-DATE       TO WS-TW-TRAN-DATE                00046001
004590         MOVE WS-OPENING-BALANCE TO WS-TW-AMOUNT                  00046001
004600         MOVE 'UTIL2095'        TO WS-TW-SOURCE                   00046001
004610         MOVE 'OPENING BALANCE' TO WS-TW-REFERENCE                00047001
004620         MOVE WS-TRAN-WORK      TO LN-RECORD                      00047001
004630         PERFORM 390-WRITE-NEW-LEDGER                             00047001
004640         ADD WS-TW-AMOUNT TO WS-LEDGER-SUM                        00047001
004650         ADD 1 TO WS-OB-SEEDED                                    00047001
004660     END-IF.                                                      00047001
004670                                                                  00047001
004680 337-SUM-NEW-ROW.                                                 00047001
004690     IF WS-TT-ACCOUNT(WS-TT-SCAN) NOT = WS-CUR-KEY                00047001
004700         MOVE WS-TT-COUNT TO WS-TT-SCAN                           00047001
004710     ELSE                                                         00048001
004720         MOVE WS-TT-ENTRY(WS-TT-SCAN) TO WS-TRAN-WORK             00048001
004730         ADD WS-TW-AMOUNT TO WS-NEW-ROWS-SUM                      00048001
004740     END-IF.                                                      00048001
004750     ADD 1 TO WS-TT-SCAN.                                         00048001
004760 337-SUM-NEW-ROW-EXIT.                                            00048001
004770     EXIT.                                                        00048001
004780                                                                  00048001
004790*    ONE OF THE DAY'S ROWS, FILED BEHIND THE RETAINED ONES.  A    00048001
004800*    ROW FOR AN ACCOUNT ON NEITHER THE LEDGER NOR ARNEW IS KEPT   00048001
004810*    BUT LISTED - NO A/R RECORD STANDS BEHIND IT.                 00049001
004820 340-COPY-NEW-ROW.                                                00049001
004830     MOVE WS-TT-ENTRY(WS-TT-NEXT) TO WS-TRAN-WORK.                00049001
004840     MOVE WS-TRAN-WORK TO LN-RECORD.                              00049001
004850     PERFORM 390-WRITE-NEW-LEDGER.                                00049001
004860     ADD WS-TW-AMOUNT TO WS-LEDGER-SUM.                           00049001
004870     ADD 1 TO WS-ROWS-ADDED.                                      00049001
004880     IF NOT WS-ON-ARNEW AND WS-ACCT-OLD-ROWS = 0                  00049001
004890         PERFORM 630-PRINT-ORPHAN                                 00049001
004900     END-IF.                                                      00049001
004910     ADD 1 TO WS-TT-NEXT.                                         00050001
004920     PERFORM 360-SET-TRAN-KEY.                                    00050001
004930                                                                  00050001
004940 360-SET-TRAN-KEY.                                                00050001
004950     IF WS-TT-NEXT > WS-TT-COUNT                                  00050001
004960         MOVE HIGH-VALUES TO WS-TT-KEY                            00050001
004970     ELSE                                                         00050001
004980         MOVE WS-TT-ACCOUNT(WS-TT-NEXT) TO WS-TT-KEY              00050001
004990     END-IF.                                                      00050001
005000                                                                  00050001
005010 390-WRITE-NEW-LEDGER.                                            00051001
005020     WRITE LN-RECORD.                                             00051001
005030     IF WS-ARLNEW-STATUS NOT = '00'                               00051001
005040         DISPLAY 'UNABLE TO WRITE ARLNEW, STATUS='                00051001
005050             WS-ARLNEW-STATUS                                     00051001
005060         MOVE 16 TO RETURN-CODE                                   00051001
005070         STOP RUN                                                 00051001
005080     END-IF.                                                      00051001
005090     ADD 1 TO WS-ROWS-WRITTEN.                                    00051001
005100                                                                  00051001
005110***************************************************************** 00052001
005120* REPORT HEADINGS AND EXCEPTION LINES                             00052001
005130***************************************************************** 00052001
005140 600-PRINT-HEADINGS.                                              00052001
005150     MOVE SPACES TO WS-PRINT-LINE.                                00052001
005160     STRING 'UTIL2095 A/R LEDGER PROOF'                           00052001
005170         '   RUN DATE ' WS-RUN-DATE                               00052001
005180         DELIMITED BY SIZE INTO WS-PRINT-LINE.                    00052001
005190     WRITE RP-LINE FROM WS-PRINT-LINE.                            00052001
005200     IF WS-CONVERSION-RUN                                         00052001
005210         MOVE 'CONVERSION RUN - OPENING BALANCES FROM ARNEW'      00053001
005220             TO RP-LINE                                           00053001
005230         WRITE RP-LINE                                            00053001
005240     END-IF.                                                      00053001
005250     MOVE SPACES TO RP-LINE.                                      00053001
005260     WRITE RP-LINE.                                               00053001
005270     MOVE SPACES TO WS-PRINT-LINE.                                00053001
005280     STRING 'ACCT        LEDGER BALANCE       A/R BALANCE'        00053001
005290         '        DIFFERENCE  REASON'                             00053001
005300         DELIMITED BY SIZE INTO WS-PRINT-LINE.                    00053001
005310     WRITE RP-LINE FROM WS-PRINT-LINE.                            00054001
005320                                                                  00054001
005330 620-PRINT-OUT-OF-BALANCE.                                        00054001
005340     ADD 1 TO WS-ACCTS-OUT-OF-BAL.                                00054001
005350     MOVE 8 TO RETURN-CODE.                                       00054001
005360     COMPUTE WS-DIFFERENCE = WS-LEDGER-SUM - WS-AR-BALANCE.       00054001
005370     MOVE WS-LEDGER-SUM TO WS-MONEY-ED.                           00054001
005380     MOVE WS-AR-BALANCE TO WS-MONEY-ED2.                          00054001
005390     MOVE WS-DIFFERENCE TO WS-MONEY-ED3.                          00054001
005400     MOVE SPACES TO WS-PRINT-LINE.                                00054001
005410     STRING WS-CUR-KEY '    ' WS-MONEY-ED                         00055001
005420         ' ' WS-MONEY-ED2 ' ' WS-MONEY-ED3                        00055001
005430         '  *** ' WS-PROOF-REASON                                 00055001
005440         DELIMITED BY SIZE INTO WS-PRINT-LINE.                    00055001
005450     WRITE RP-LINE FROM WS-PRINT-LINE.                            00055001
005460     DISPLAY '*** OUT OF BALANCE - ACCT ' WS-CUR-KEY ' '          00055001
005470         WS-PROOF-REASON.                                         00055001
005480                                                                  00055001
005490 630-PRINT-ORPHAN.                                                00055001
005500     ADD 1 TO WS-ROWS-ORPHAN.                                     00055001
005510     MOVE 8 TO RETURN-CODE.                                       00056001
005520     MOVE WS-TW-AMOUNT TO WS-MONEY-ED.                            00056001
005530     MOVE SPACES TO WS-PRINT-LINE.                                00056001
005540     STRING WS-CUR-KEY '    ' WS-MONEY-ED                         00056001
005550         '  *** ORPHAN ROW ' WS-TW-TRAN-TYPE                      00056001
005560         ' ' WS-TW-TRAN-DATE ' ' WS-TW-SOURCE                     00056001
005570         ' ' WS-TW-REFERENCE                                      00056001
005580         DELIMITED BY SIZE INTO WS-PRINT-LINE.                    00056001
005590     WRITE RP-LINE FROM WS-PRINT-LINE.                            00056001
005600     DISPLAY '*** ORPHAN LEDGER ROW - ACCT ' WS-CUR-KEY.          00056001
005610                                                                  00057001
005620***************************************************************** 00057001
005630* PROOF TOTALS, CONTROL TOTALS, CLOSE UP.                         00057001
005640***************************************************************** 00057001
005650 800-END-OF-RUN.                                                  00057001
005660     MOVE SPACES TO RP-LINE.                                      00057001
005670     WRITE RP-LINE.                                               00057001
005680     MOVE WS-ACCTS-PROVED TO WS-COUNT-ED.                         00057001
005690     MOVE SPACES TO WS-PRINT-LINE.                                00057001
005700     STRING 'ACCOUNTS PROVED      ' WS-COUNT-ED                   00057001
005710         DELIMITED BY SIZE INTO WS-PRINT-LINE.                    00058001
005720     WRITE RP-LINE FROM WS-PRINT-LINE.                            00058001
005730     MOVE WS-ACCTS-IN-BALANCE TO WS-COUNT-ED.                     00058001
005740     MOVE SPACES TO WS-PRINT-LINE.                                00058001
005750     STRING 'IN BALANCE           ' WS-COUNT-ED                   00058001
005760         DELIMITED BY SIZE INTO WS-PRINT-LINE.                    00058001
005770     WRITE RP-LINE FROM WS-PRINT-LINE.                            00058001
005780     MOVE WS-ACCTS-OUT-OF-BAL TO WS-COUNT-ED.                     00058001
005790     MOVE SPACES TO WS-PRINT-LINE.                                00058001
005800     STRING 'OUT OF BALANCE       ' WS-COUNT-ED                   00058001
005810         DELIMITED BY SIZE INTO WS-PRINT-LINE.                    00059001
005820     WRITE RP-LINE FROM WS-PRINT-LINE.                            00059001
005830     MOVE WS-ROWS-ORPHAN TO WS-COUNT-ED.                          00059001
005840     MOVE SPACES TO WS-PRINT-LINE.                                00059001
005850     STRING 'ORPHAN ROWS          ' WS-COUNT-ED                   00059001
005860         DELIMITED BY SIZE INTO WS-PRINT-LINE.                    00059001
005870     WRITE RP-LINE FROM WS-PRINT-LINE.                            00059001
005880     MOVE WS-TOTAL-LEDGER TO WS-MONEY-BIG-ED.                     00059001
005890     MOVE SPACES TO WS-PRINT-LINE.                                00059001
005900     STRING 'LEDGER TOTAL      ' WS-MONEY-BIG-ED                  00059001
005910         DELIMITED BY SIZE INTO WS-PRINT-LINE.                    00060001
005920     WRITE RP-LINE FROM WS-PRINT-LINE.                            00060001
005930     MOVE WS-TOTAL-AR TO WS-MONEY-BIG-ED.                         00060001
005940     MOVE SPACES TO WS-PRINT-LINE.                                00060001
005950     IF WS-TOTAL-LEDGER = WS-TOTAL-AR                             00060001
005960         STRING 'A/R TOTAL         ' WS-MONEY-BIG-ED              00060001
005970             '  IN BALANCE'                                       00060001
005980             DELIMITED BY SIZE INTO WS-PRINT-LINE                 00060001
005990     ELSE                                                         00060001
006000         STRING 'A/R TOTAL         ' WS-MONEY-BIG-ED              00060001
006010             '  *** OUT OF BALANCE'                               00061001
006020             DELIMITED BY SIZE INTO WS-PRINT-LINE                 00061001
006030     END-IF.                                                      00061001
006040     WRITE RP-LINE FROM WS-PRINT-LINE.                            00061001
006050                                                                  00061001
006060     DISPLAY '================================'.                  00061001
006070     DISPLAY '*** UTIL2095 CONTROL TOTALS  ***'.                  00061001
006080     DISPLAY '================================'.                  00061001
006090     DISPLAY 'DAY ROWS LOADED   : ' WS-TT-COUNT.                  00061001
006100     DISPLAY 'A/R RECORDS READ  : ' WS-ARNEW-READ.                00061001
006110     DISPLAY 'ROWS RETAINED     : ' WS-ROWS-RETAINED.             00062001
006120     DISPLAY 'ROWS ADDED        : ' WS-ROWS-ADDED.                00062001
006130     DISPLAY 'OPENING BALANCES  : ' WS-OB-SEEDED.                 00062001
006140     DISPLAY 'ARLNEW ROWS       : ' WS-ROWS-WRITTEN.              00062001
006150     DISPLAY 'ACCOUNTS PROVED   : ' WS-ACCTS-PROVED.              00062001
006160     DISPLAY 'IN BALANCE        : ' WS-ACCTS-IN-BALANCE.          00062001
006170     DISPLAY 'OUT OF BALANCE    : ' WS-ACCTS-OUT-OF-BAL.          00062001
006180     DISPLAY 'ORPHAN ROWS       : ' WS-ROWS-ORPHAN.               00062001
006190     MOVE WS-TOTAL-LEDGER TO WS-MONEY-BIG-ED.                     00062001
006200     DISPLAY 'LEDGER TOTAL      : ' WS-MONEY-BIG-ED.              00062001
006210     MOVE WS-TOTAL-AR TO WS-MONEY-BIG-ED.                         00063001
006220     DISPLAY 'A/R TOTAL         : ' WS-MONEY-BIG-ED.              00063001
006230     DISPLAY '================================'.                  00063001
006240                                                                  00063001
006250     IF NOT WS-CONVERSION-RUN                                     00063001
006260         CLOSE ARLEDG                                             00063001
006270     END-IF.                                                      00063001
006280     CLOSE ARNEW.                                                 00063001
006290     CLOSE ARLNEW.                                                00063001
006300     CLOSE LEDGRPT.                                               00063001
