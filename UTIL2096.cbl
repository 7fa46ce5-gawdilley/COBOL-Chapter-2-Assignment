000010 IDENTIFICATION DIVISION.                                         00001001
000020 PROGRAM-ID. UTIL2096.                                            00001001
000030***************************************************************** 00001001
000040*  Programmer.:Gabriel Dilley                                     00001001
000050*  Date.......:October 12, 2026                                   00001001
000060*  GitHub URL.:                                                   00001001
000070*  Description:A/R account-history report.  For each account on   00001001
000080*              the request list (ARHREQ: account, from date and   00001001
000090*              through date, either date blank for open-ended)    00001001
000100*              the A/R detail ledger (ARLEDG) is printed as a     00001001
000110*              running-balance history - the balance forward      00002001
000120*              from everything posted before the from date, then  00002001
000130*              every row posted in the range with its posting     00002001
000140*              date, effective date, transaction type, source     00002001
000150*              program, reference, amount and the balance after   00002001
000160*              it, and the closing balance.  Customer service     00002001
000170*              sends it to customers who dispute a balance.       00002001
000180*              Requests may come in any order and may name an     00002001
000190*              account more than once; they print in account      00002001
000200*              order.                                             00002001
000210***************************************************************** 00003001
000220*  MODIFICATION HISTORY                                           00003001
000230*  ---------------------------------------------------------      00003001
000240*  DATE       INIT  DESCRIPTION                                   00003001
000250*  ---------------------------------------------------------      00003001
000260*  10/12/2026 GD    Initial version.                              00003001
000261*  10/13/2026 GD    Net-metering settlement (NM) described on the 00003001
000262*                   history.  CUSTMAST layout sync - record grew  00003001
000263*                   to 148 bytes.                                 00003001
000264*  10/15/2026 GD    Reconnect fee (RC) described on the history.  00003001
000270***************************************************************** 00003001
000280                                                                  00003001
000290 ENVIRONMENT DIVISION.                                            00003001
000300 INPUT-OUTPUT SECTION.                                            00003001
000310 FILE-CONTROL.                                                    00004001
000320*  Account-history requests - account, from and through dates.    00004001
000330     SELECT ARHREQ ASSIGN TO "ARHREQ"                             00004001
000340         ORGANIZATION IS LINE SEQUENTIAL                          00004001
000350         FILE STATUS IS WS-ARHREQ-STATUS.                         00004001
000360                                                                  00004001
000370*  A/R detail ledger, in account order and posting order within   00004001
000380*  the account.                                                   00004001
000390     SELECT ARLEDG ASSIGN TO "ARLEDG"                             00004001
000400         ORGANIZATION IS LINE SEQUENTIAL                          00004001
000410         FILE STATUS IS WS-ARLEDG-STATUS.                         00005001
000420                                                                  00005001
000430*  Customer master - the name and address on the history.         00005001
000440     SELECT CUSTMAST ASSIGN TO "CUSTMAST"                         00005001
000450         ORGANIZATION IS LINE SEQUENTIAL                          00005001
000460         FILE STATUS IS WS-CUSTMAST-STATUS.                       00005001
000470                                                                  00005001
000480*  Account-history report.                                        00005001
000490     SELECT ACCTHIST ASSIGN TO "ACCTHIST"                         00005001
000500         ORGANIZATION IS LINE SEQUENTIAL                          00005001
000510         FILE STATUS IS WS-ACCTHIST-STATUS.                       00006001
000520                                                                  00006001
000530 DATA DIVISION.                                                   00006001
000540 FILE SECTION.                                                    00006001
000550                                                                  00006001
000560 FD  ARHREQ                                                       00006001
000570     RECORDING MODE IS F.                                         00006001
000580 01  HQ-RECORD.                                                   00006001
000590     05  HQ-ACCOUNT-NO            PIC X(06).                      00006001
000600     05  HQ-FROM-DATE             PIC X(08).                      00006001
000610     05  HQ-TO-DATE               PIC X(08).                      00007001
000620     05  FILLER                   PIC X(58).                      00007001
000630                                                                  00007001
000640 FD  ARLEDG                                                       00007001
000650     RECORDING MODE IS F.                                         00007001
000660 01  LG-RECORD.                                                   00007001
000670     05  LG-ACCOUNT-NO            PIC 9(06).                      00007001
000680     05  FILLER                   PIC X(74).                      00007001
000690                                                                  00007001
000700 FD  CUSTMAST                                                     00007001
000710     RECORDING MODE IS F.                                         00008001
000720 01  CM-RECORD.                                                   00008001
000730     05  CM-ACCOUNT-NO            PIC 9(06).                      00008001
000740     05  CM-CUST-NAME             PIC X(20).                      00008001
000750     05  CM-ADDR-LINE1            PIC X(25).                      00008001
000760     05  CM-ADDR-LINE2            PIC X(25).                      00008001
000770     05  CM-CITY-ST-ZIP           PIC X(25).                      00008001
000780     05  FILLER                   PIC X(47).                      00008001
000790                                                                  00008001
000800 FD  ACCTHIST                                                     00008001
000810     RECORDING MODE IS F.                                         00009001
000820 01  AH-LINE                      PIC X(132).                     00009001
000830                                                                  00009001
000840 WORKING-STORAGE SECTION.                                         00009001
000850                                                                  00009001
000860***************************************************************** 00009001
000870* FILE STATUS / SWITCHES                                          00009001
000880***************************************************************** 00009001
000890 01  WS-ARHREQ-STATUS            PIC X(02)   VALUE '00'.          00009001
000900     88  WS-ARHREQ-EOF                       VALUE '10'.          00009001
000910 01  WS-ARLEDG-STATUS            PIC X(02)   VALUE '00'.          00010001
000920 01  WS-CUSTMAST-STATUS          PIC X(02)   VALUE '00'.          00010001
000930 01  WS-ACCTHIST-STATUS          PIC X(02)   VALUE '00'.          00010001
000940                                                                  00010001
000950 01  WS-SHIFT-DONE-SW            PIC X(01)   VALUE 'N'.           00010001
000960     88  WS-SHIFT-DONE                       VALUE 'Y'.           00010001
000970 01  WS-ON-CUSTMAST-SW           PIC X(01)   VALUE 'N'.           00010001
000980     88  WS-ON-CUSTMAST                      VALUE 'Y'.           00010001
000990                                                                  00010001
001000***************************************************************** 00010001
001010* MATCH KEYS - HIGH-VALUES AT END OF FILE OR REQUEST LIST.        00011001
001020***************************************************************** 00011001
001030 01  WS-LG-KEY                   PIC X(06)   VALUE LOW-VALUES.    00011001
001040 01  WS-CM-KEY                   PIC X(06)   VALUE LOW-VALUES.    00011001
001050 01  WS-RQ-KEY                   PIC X(06)   VALUE LOW-VALUES.    00011001
001060 01  WS-CUR-KEY                  PIC X(06)   VALUE LOW-VALUES.    00011001
001070                                                                  00011001
001080***************************************************************** 00011001
001090* THE REQUESTS, SLOTTED INTO ACCOUNT ORDER AS THEY ARE LOADED     00011001
001100* (REQUESTS FOR ONE ACCOUNT KEEP THEIR ORDER ON ARHREQ).          00011001
001110***************************************************************** 00012001
001120 01  WS-RQ-COUNT                 PIC 9(04)   VALUE 0.             00012001
001130 01  WS-RQ-NEXT                  PIC 9(04)   VALUE 0.             00012001
001140 01  WS-RQ-INS                   PIC 9(04)   VALUE 0.             00012001
001150 01  WS-RQ-PREV                  PIC 9(04)   VALUE 0.             00012001
001160 01  WS-REQUEST-TABLE.                                            00012001
001170     05  WS-RQ-ENTRY OCCURS 500 TIMES.                            00012001
001180         10  WS-RQ-ACCOUNT        PIC X(06).                      00012001
001190         10  WS-RQ-FROM-DATE      PIC X(08).                      00012001
001200         10  WS-RQ-TO-DATE        PIC X(08).                      00012001
001210                                                                  00013001
001220***************************************************************** 00013001
001230* ONE ACCOUNT'S LEDGER ROWS, HELD SO EVERY REQUEST FOR THE        00013001
001240* ACCOUNT CAN BE PRINTED FROM ONE PASS OF ARLEDG.                 00013001
001250***************************************************************** 00013001
001260 01  WS-HR-COUNT                 PIC 9(05)   VALUE 0.             00013001
001270 01  WS-HR-IDX                   PIC 9(05)   VALUE 0.             00013001
001280 01  WS-HIST-TABLE.                                               00013001
001290     05  WS-HR-ENTRY              PIC X(80) OCCURS 2000 TIMES.    00013001
001300                                                                  00013001
001310 01  WS-ROW-WORK.                                                 00014001
001320     05  WS-RW-ACCOUNT-NO         PIC 9(06).                      00014001
001330     05  WS-RW-POST-DATE          PIC 9(08).                      00014001
001340     05  WS-RW-POST-TIME          PIC 9(08).                      00014001
001350     05  WS-RW-TRAN-TYPE          PIC X(02).                      00014001
001360     05  WS-RW-TRAN-DATE          PIC 9(08).                      00014001
001370     05  WS-RW-AMOUNT             PIC S9(07)V99                   00014001
001380                                  SIGN LEADING SEPARATE.          00014001
001390     05  WS-RW-SOURCE             PIC X(08).                      00014001
001400     05  WS-RW-REFERENCE          PIC X(20).                      00014001
001410     05  FILLER                   PIC X(10).                      00015001
001420                                                                  00015001
001430***************************************************************** 00015001
001440* TRANSACTION TYPES AND THEIR DESCRIPTIONS ON THE HISTORY.        00015001
001450***************************************************************** 00015001
001460 01  WS-TYPE-VALUES.                                              00015001
001470     05  FILLER                   PIC X(22)                       00015001
001480                                  VALUE 'BLBILLED CHARGES'.       00015001
001490     05  FILLER                   PIC X(22)                       00015001
001500                                  VALUE 'TUBUDGET TRUE-UP'.       00015001
001510     05  FILLER                   PIC X(22)                       00016001
001520                                  VALUE 'LCLATE CHARGE'.          00016001
001530     05  FILLER                   PIC X(22)                       00016001
001540                                  VALUE 'DTPAYMENT TO DEPOSIT'.   00016001
001550     05  FILLER                   PIC X(22)                       00016001
001560                                  VALUE 'DRDEPOSIT REFUND'.       00016001
001570     05  FILLER                   PIC X(22)                       00016001
001580                                  VALUE 'PYPAYMENT'.              00016001
001590     05  FILLER                   PIC X(22)                       00016001
001600                                  VALUE 'NSNSF REVERSAL'.         00016001
001610     05  FILLER                   PIC X(22)                       00017001
001620                                  VALUE 'FBFINAL BILL'.           00017001
001630     05  FILLER                   PIC X(22)                       00017001
001640                                  VALUE 'BVBUDGET VARIANCE DUE'.  00017001
001650     05  FILLER                   PIC X(22)                       00017001
001660                                  VALUE 'DADEPOSIT APPLIED'.      00017001
001670     05  FILLER                   PIC X(22)                       00017001
001680                                  VALUE 'RFCREDIT REFUND'.        00017001
001690     05  FILLER                   PIC X(22)                       00017001
001700                                  VALUE 'RBREBILL ADJUSTMENT'.    00017001
001701     05  FILLER                   PIC X(22)                       00017001
001702                                  VALUE 'NMNET METER CREDIT'.     00017001
001703     05  FILLER                   PIC X(22)                       00017001
001704                                  VALUE 'RCRECONNECT FEE'.        00017001
001710     05  FILLER                   PIC X(22)                       00018001
001720                                  VALUE 'OBOPENING BALANCE'.      00018001
001730 01  WS-TYPE-TABLE REDEFINES WS-TYPE-VALUES.                      00018001
001740     05  WS-TYPE-ENTRY OCCURS 15 TIMES.                           00018001
001750         10  WS-TY-CODE           PIC X(02).                      00018001
001760         10  WS-TY-DESC           PIC X(20).                      00018001
001770 01  WS-TYPE-COUNT               PIC 9(02)   VALUE 15.            00018001
001780 01  WS-TY-IDX                   PIC 9(02)   VALUE 0.             00018001
001790 01  WS-TYPE-DESC                PIC X(20)   VALUE SPACES.        00018001
001800                                                                  00018001
001810***************************************************************** 00019001
001820* ONE REQUEST'S HISTORY                                           00019001
001830***************************************************************** 00019001
001840 01  WS-RUN-DATE                 PIC 9(08)   VALUE 0.             00019001
001850 01  WS-FROM-DATE                PIC 9(08)   VALUE 0.             00019001
001860 01  WS-TO-DATE                  PIC 9(08)   VALUE 0.             00019001
001870 01  WS-RUNNING-BALANCE          PIC S9(09)V99 VALUE 0.           00019001
001880 01  WS-ROWS-IN-RANGE            PIC 9(05)   VALUE 0.             00019001
001890 01  WS-REJECT-REASON            PIC X(30)   VALUE SPACES.        00019001
001900                                                                  00019001
001910***************************************************************** 00020001
001920* RUN COUNTERS                                                    00020001
001930***************************************************************** 00020001
001940 01  WS-REQ-READ                 PIC 9(06)   VALUE 0.             00020001
001950 01  WS-REQ-PRINTED              PIC 9(06)   VALUE 0.             00020001
001960 01  WS-REQ-REJECTED             PIC 9(06)   VALUE 0.             00020001
001970 01  WS-LEDGER-READ              PIC 9(07)   VALUE 0.             00020001
001980 01  WS-ROWS-PRINTED             PIC 9(07)   VALUE 0.             00020001
001990                                                                  00020001
002000***************************************************************** 00020001
002010* PRINT-LINE AND EDITED FIELDS                                    00021001
002020***************************************************************** 00021001
002030 01  WS-PRINT-LINE               PIC X(132)  VALUE SPACES.        00021001
002040 01  WS-MONEY-ED                 PIC $$$,$$$,$$9.99CR.            00021001
002050 01  WS-MONEY-ED2                PIC $$$,$$$,$$9.99CR.            00021001
002060                                                                  00021001
002070 PROCEDURE DIVISION.                                              00021001
002080                                                                  00021001
002090***************************************************************** 00021001
002100* MAINLINE - LOAD THE REQUESTS, PRINT EACH ACCOUNT, WRAP UP       00021001
002110***************************************************************** 00022001
002120 000-MAIN.                                                        00022001
002130     PERFORM 050-INITIALIZE-RUN.                                  00022001
002140     PERFORM 300-PROCESS-ACCOUNT THRU 300-PROCESS-ACCOUNT-EXIT    00022001
002150         UNTIL WS-RQ-KEY = HIGH-VALUES.                           00022001
002160     PERFORM 800-END-OF-RUN.                                      00022001
002170     STOP RUN.                                                    00022001
002180                                                                  00022001
002190***************************************************************** 00022001
002200* LOAD THE REQUESTS, OPEN THE FILES AND PRIME THE READS.          00022001
002210***************************************************************** 00023001
002220 050-INITIALIZE-RUN.                                              00023001
002230     DISPLAY '*********************************'.                 00023001
002240     DISPLAY '*** UTIL2096 - ACCOUNT HISTORY  *'.                 00023001
002250     DISPLAY '*********************************'.                 00023001
002260     DISPLAY ' '.                                                 00023001
002270                                                                  00023001
002280     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.                       00023001
002290                                                                  00023001
002300     OPEN INPUT  ARHREQ.                                          00023001
002310     IF WS-ARHREQ-STATUS NOT = '00'                               00024001
002320         DISPLAY 'UNABLE TO OPEN ARHREQ, STATUS='                 00024001
002330             WS-ARHREQ-STATUS                                     00024001
002340         MOVE 16 TO RETURN-CODE                                   00024001
002350         STOP RUN                                                 00024001
002360     END-IF.                                                      00024001
002370     PERFORM 071-READ-REQUEST THRU 071-READ-REQUEST-EXIT          00024001
002380         UNTIL WS-ARHREQ-EOF.                                     00024001
002390     CLOSE ARHREQ.                                                00024001
002400                                                                  00024001
002410     OPEN INPUT  ARLEDG.                                          00025001
002420     IF WS-ARLEDG-STATUS NOT = '00'                               00025001
002430         DISPLAY 'UNABLE TO OPEN ARLEDG, STATUS='                 00025001
002440             WS-ARLEDG-STATUS                                     00025001
002450         MOVE 16 TO RETURN-CODE                                   00025001
002460         STOP RUN                                                 00025001
002470     END-IF.                                                      00025001
002480     OPEN INPUT  CUSTMAST.                                        00025001
002490     IF WS-CUSTMAST-STATUS NOT = '00'                             00025001
002500         DISPLAY 'UNABLE TO OPEN CUSTMAST, STATUS='               00025001
002510             WS-CUSTMAST-STATUS                                   00026001
002520         MOVE 16 TO RETURN-CODE                                   00026001
002530         STOP RUN                                                 00026001
002540     END-IF.                                                      00026001
002550     OPEN OUTPUT ACCTHIST.                                        00026001
002560     IF WS-ACCTHIST-STATUS NOT = '00'                             00026001
002570         DISPLAY 'UNABLE TO OPEN ACCTHIST, STATUS='               00026001
002580             WS-ACCTHIST-STATUS                                   00026001
002590         MOVE 16 TO RETURN-CODE                                   00026001
002600         STOP RUN                                                 00026001
002610     END-IF.                                                      00027001
002620                                                                  00027001
002630     MOVE SPACES TO WS-PRINT-LINE.                                00027001
002640     STRING 'UTIL2096 A/R ACCOUNT HISTORY'                        00027001
002650         '   RUN DATE ' WS-RUN-DATE                               00027001
002660         DELIMITED BY SIZE INTO WS-PRINT-LINE.                    00027001
002670     WRITE AH-LINE FROM WS-PRINT-LINE.                            00027001
002680                                                                  00027001
002690     PERFORM 200-READ-LEDGER.                                     00027001
002700     PERFORM 210-READ-CUSTOMER.                                   00027001
002710     MOVE 1 TO WS-RQ-NEXT.                                        00028001
002720     PERFORM 360-SET-REQUEST-KEY.                                 00028001
002730                                                                  00028001
002740***************************************************************** 00028001
002750* EACH REQUEST IS SLOTTED IN BEHIND THE LAST ONE FOR ITS          00028001
002760* ACCOUNT, KEEPING THE TABLE IN ACCOUNT ORDER.                    00028001
002770***************************************************************** 00028001
002780 071-READ-REQUEST.                                                00028001
002790     READ ARHREQ                                                  00028001
002800         AT END                                                   00028001
002810             GO TO 071-READ-REQUEST-EXIT                          00029001
002820     END-READ.                                                    00029001
002830     IF HQ-RECORD = SPACES                                        00029001
002840         GO TO 071-READ-REQUEST-EXIT                              00029001
002850     END-IF.                                                      00029001
002860     ADD 1 TO WS-REQ-READ.                                        00029001
002870     IF WS-RQ-COUNT >= 500                                        00029001
002880         DISPLAY 'ARHREQ HAS MORE THAN 500 ROWS - TABLE FULL'     00029001
002890         MOVE 16 TO RETURN-CODE                                   00029001
002900         STOP RUN                                                 00029001
002910     END-IF.                                                      00030001
002920     ADD 1 TO WS-RQ-COUNT.                                        00030001
002930     MOVE WS-RQ-COUNT TO WS-RQ-INS.                               00030001
002940     MOVE 'N' TO WS-SHIFT-DONE-SW.                                00030001
002950     PERFORM 073-SHIFT-REQUEST THRU 073-SHIFT-REQUEST-EXIT        00030001
002960         UNTIL WS-SHIFT-DONE.                                     00030001
002970     MOVE HQ-ACCOUNT-NO TO WS-RQ-ACCOUNT(WS-RQ-INS).              00030001
002980     MOVE HQ-FROM-DATE  TO WS-RQ-FROM-DATE(WS-RQ-INS).            00030001
002990     MOVE HQ-TO-DATE    TO WS-RQ-TO-DATE(WS-RQ-INS).              00030001
003000 071-READ-REQUEST-EXIT.                                           00030001
003010     EXIT.                                                        00031001
003020                                                                  00031001
003030 073-SHIFT-REQUEST.                                               00031001
003040     COMPUTE WS-RQ-PREV = WS-RQ-INS - 1.                          00031001
003050     IF WS-RQ-PREV = 0                                            00031001
003060         SET WS-SHIFT-DONE TO TRUE                                00031001
003070         GO TO 073-SHIFT-REQUEST-EXIT                             00031001
003080     END-IF.                                                      00031001
003090     IF WS-RQ-ACCOUNT(WS-RQ-PREV) <= HQ-ACCOUNT-NO                00031001
003100         SET WS-SHIFT-DONE TO TRUE                                00031001
003110         GO TO 073-SHIFT-REQUEST-EXIT                             00032001
003120     END-IF.                                                      00032001
003130     MOVE WS-RQ-ENTRY(WS-RQ-PREV) TO WS-RQ-ENTRY(WS-RQ-INS).      00032001
003140     MOVE WS-RQ-PREV TO WS-RQ-INS.                                00032001
003150 073-SHIFT-REQUEST-EXIT.                                          00032001
003160     EXIT.                                                        00032001
003170                                                                  00032001
003180***************************************************************** 00032001
003190* SEQUENTIAL READS                                                00032001
003200***************************************************************** 00032001
003210 200-READ-LEDGER.                                                 00033001
003220     READ ARLEDG                                                  00033001
003230         AT END                                                   00033001
003240             MOVE HIGH-VALUES TO WS-LG-KEY                        00033001
003250         NOT AT END                                               00033001
003260             MOVE LG-ACCOUNT-NO TO WS-LG-KEY                      00033001
003270             ADD 1 TO WS-LEDGER-READ                              00033001
003280     END-READ.                                                    00033001
003290                                                                  00033001
003300 210-READ-CUSTOMER.                                               00033001
003310     READ CUSTMAST                                                00034001
003320         AT END                                                   00034001
003330             MOVE HIGH-VALUES TO WS-CM-KEY                        00034001
003340         NOT AT END                                               00034001
003350             MOVE CM-ACCOUNT-NO TO WS-CM-KEY                      00034001
003360     END-READ.                                                    00034001
003370                                                                  00034001
003380***************************************************************** 00034001
003390* GATHER THE NEXT REQUESTED ACCOUNT'S LEDGER ROWS AND ITS NAME,   00034001
003400* THEN PRINT EVERY REQUEST FOR IT.                                00034001
003410***************************************************************** 00035001
003420 300-PROCESS-ACCOUNT.                                             00035001
003430     MOVE WS-RQ-KEY TO WS-CUR-KEY.                                00035001
003440     PERFORM 200-READ-LEDGER                                      00035001
003450         UNTIL WS-LG-KEY >= WS-CUR-KEY.                           00035001
003460     MOVE 0 TO WS-HR-COUNT.                                       00035001
003470     PERFORM 320-HOLD-ROW                                         00035001
003480         UNTIL WS-LG-KEY NOT = WS-CUR-KEY.                        00035001
003490                                                                  00035001
003500     PERFORM 210-READ-CUSTOMER                                    00035001
003510         UNTIL WS-CM-KEY >= WS-CUR-KEY.                           00036001
003520     IF WS-CM-KEY = WS-CUR-KEY                                    00036001
003530         SET WS-ON-CUSTMAST TO TRUE                               00036001
003540     ELSE                                                         00036001
003550         MOVE 'N' TO WS-ON-CUSTMAST-SW                            00036001
003560     END-IF.                                                      00036001
003570                                                                  00036001
003580     PERFORM 400-PRINT-HISTORY THRU 400-PRINT-HISTORY-EXIT        00036001
003590         UNTIL WS-RQ-KEY NOT = WS-CUR-KEY.                        00036001
003600 300-PROCESS-ACCOUNT-EXIT.                                        00036001
003610     EXIT.                                                        00037001
003620                                                                  00037001
003630 320-HOLD-ROW.                                                    00037001
003640     IF WS-HR-COUNT >= 2000                                       00037001
003650         DISPLAY 'ACCOUNT ' WS-CUR-KEY                            00037001
003660             ' HAS MORE THAN 2000 LEDGER ROWS - TABLE FULL'       00037001
003670         MOVE 16 TO RETURN-CODE                                   00037001
003680         STOP RUN                                                 00037001
003690     END-IF.                                                      00037001
003700     ADD 1 TO WS-HR-COUNT.                                        00037001
003710     MOVE LG-RECORD TO WS-HR-ENTRY(WS-HR-COUNT).                  00038001
003720     PERFORM 200-READ-LEDGER.                                     00038001
003730                                                                  00038001
003740 360-SET-REQUEST-KEY.                                             00038001
003750     IF WS-RQ-NEXT > WS-RQ-COUNT                                  00038001
003760         MOVE HIGH-VALUES TO WS-RQ-KEY                            00038001
003770     ELSE                                                         00038001
003780         MOVE WS-RQ-ACCOUNT(WS-RQ-NEXT) TO WS-RQ-KEY              00038001
003790     END-IF.                                                      00038001
003800                                                                  00038001
003810***************************************************************** 00039001
003820* ONE REQUEST.  A BLANK FROM DATE STARTS AT THE FIRST ROW; A      00039001
003830* BLANK THROUGH DATE RUNS TO THE END OF THE LEDGER.  ROWS ARE     00039001
003840* SELECTED BY POSTING DATE - THE ORDER THE BALANCE MOVED IN.      00039001
003850***************************************************************** 00039001
003860 400-PRINT-HISTORY.                                               00039001
003870     IF WS-RQ-FROM-DATE(WS-RQ-NEXT) = SPACES                      00039001
003880         MOVE 0 TO WS-FROM-DATE                                   00039001
003890     ELSE                                                         00039001
003900         IF WS-RQ-FROM-DATE(WS-RQ-NEXT) NOT NUMERIC               00039001
003910             MOVE 'FROM DATE NOT NUMERIC' TO WS-REJECT-REASON     00040001
003920             PERFORM 700-WRITE-REJECT                             00040001
003930             GO TO 400-PRINT-HISTORY-NEXT                         00040001
003940         END-IF                                                   00040001
003950         MOVE WS-RQ-FROM-DATE(WS-RQ-NEXT) TO WS-FROM-DATE         00040001
003960     END-IF.                                                      00040001
003970     IF WS-RQ-TO-DATE(WS-RQ-NEXT) = SPACES                        00040001
003980         MOVE 99999999 TO WS-TO-DATE                              00040001
003990     ELSE                                                         00040001
004000         IF WS-RQ-TO-DATE(WS-RQ-NEXT) NOT NUMERIC                 00040001
004010             MOVE 'THROUGH DATE NOT NUMERIC' TO WS-REJECT-REASON  00041001
004020             PERFORM 700-WRITE-REJECT                             00041001
004030             GO TO 400-PRINT-HISTORY-NEXT                         00041001
004040         END-IF                                                   00041001
004050         MOVE WS-RQ-TO-DATE(WS-RQ-NEXT) TO WS-TO-DATE             00041001
004060     END-IF.                                                      00041001
004070     IF WS-FROM-DATE > WS-TO-DATE                                 00041001
004080         MOVE 'FROM DATE AFTER THROUGH DATE' TO WS-REJECT-REASON  00041001
004090         PERFORM 700-WRITE-REJECT                                 00041001
004100         GO TO 400-PRINT-HISTORY-NEXT                             00041001
004110     END-IF.                                                      00042001
004120     IF WS-HR-COUNT = 0 AND NOT WS-ON-CUSTMAST                    00042001
004130         MOVE 'ACCOUNT NOT ON FILE' TO WS-REJECT-REASON           00042001
004140         PERFORM 700-WRITE-REJECT                                 00042001
004150         GO TO 400-PRINT-HISTORY-NEXT                             00042001
004160     END-IF.                                                      00042001
004170                                                                  00042001
004180     ADD 1 TO WS-REQ-PRINTED.                                     00042001
004190     PERFORM 600-PRINT-HEADINGS.                                  00042001
004200     MOVE 0 TO WS-RUNNING-BALANCE WS-ROWS-IN-RANGE.               00042001
004210     MOVE 1 TO WS-HR-IDX.                                         00043001
004220     PERFORM 410-SUM-FORWARD                                      00043001
004230         UNTIL WS-HR-IDX > WS-HR-COUNT.                           00043001
004240     MOVE WS-RUNNING-BALANCE TO WS-MONEY-ED2.                     00043001
004250     MOVE SPACES TO WS-PRINT-LINE.                                00043001
004260     STRING '                    BALANCE FORWARD'                 00043001
004270         '                                              '         00043001
004280         '           '                                            00043001
004290         WS-MONEY-ED2                                             00043001
004300         DELIMITED BY SIZE INTO WS-PRINT-LINE.                    00043001
004310     WRITE AH-LINE FROM WS-PRINT-LINE.                            00044001
004320                                                                  00044001
004330     MOVE 1 TO WS-HR-IDX.                                         00044001
004340     PERFORM 420-PRINT-ROW                                        00044001
004350         UNTIL WS-HR-IDX > WS-HR-COUNT.                           00044001
004360     IF WS-ROWS-IN-RANGE = 0                                      00044001
004370         MOVE '  NO ACTIVITY IN THIS PERIOD' TO AH-LINE           00044001
004380         WRITE AH-LINE                                            00044001
004390     END-IF.                                                      00044001
004400                                                                  00044001
004410     MOVE WS-RUNNING-BALANCE TO WS-MONEY-ED2.                     00045001
004420     MOVE SPACES TO WS-PRINT-LINE.                                00045001
004430     STRING '                    CLOSING BALANCE'                 00045001
004440         '                                              '         00045001
004450         '           '                                            00045001
004460         WS-MONEY-ED2                                             00045001
004470         DELIMITED BY SIZE INTO WS-PRINT-LINE.                    00045001
004480     WRITE AH-LINE FROM WS-PRINT-LINE.                            00045001
004490 400-PRINT-HISTORY-NEXT.                                          00045001
004500     ADD 1 TO WS-RQ-NEXT.                                         00045001
004510     PERFORM 360-SET-REQUEST-KEY.                                 00046001
004520 400-PRINT-HISTORY-EXIT.                                          00046001
004530     EXIT.                                                        00046001
004540                                                                  00046001
004550*    EVERYTHING POSTED BEFORE THE FROM DATE IS THE BALANCE        00046001
004560*    FORWARD.                                                     00046001
004570 410-SUM-FORWARD.                                                 00046001
004580     MOVE WS-HR-ENTRY(WS-HR-IDX) TO WS-ROW-WORK.                  00046001
004590     IF WS-RW-POST-DATE < WS-FROM-DATE                            00046001
004600         ADD WS-RW-AMOUNT TO WS-RUNNING-BALANCE                   00046001
004610     END-IF.                                                      00047001
004620     ADD 1 TO WS-HR-IDX.                                          00047001
004630                                                                  00047001
004640 420-PRINT-ROW.                                                   00047001
004650     MOVE WS-HR-ENTRY(WS-HR-IDX) TO WS-ROW-WORK.                  00047001
004660     IF WS-RW-POST-DATE NOT < WS-FROM-DATE                        00047001
004670         AND WS-RW-POST-DATE NOT > WS-TO-DATE                     00047001
004680         ADD WS-RW-AMOUNT TO WS-RUNNING-BALANCE                   00047001
004690         ADD 1 TO WS-ROWS-IN-RANGE                                00047001
004700         ADD 1 TO WS-ROWS-PRINTED                                 00047001
004710         PERFORM 430-FIND-TYPE                                    00048001
004720         MOVE WS-RW-AMOUNT TO WS-MONEY-ED                         00048001
004730         MOVE WS-RUNNING-BALANCE TO WS-MONEY-ED2                  00048001
004740         MOVE SPACES TO WS-PRINT-LINE                             00048001
004750         STRING WS-RW-POST-DATE '  ' WS-RW-TRAN-DATE              00048001
004760             '  ' WS-RW-TRAN-TYPE ' ' WS-TYPE-DESC                00048001
004770             ' ' WS-RW-SOURCE ' ' WS-RW-REFERENCE                 00048001
004780             ' ' WS-MONEY-ED ' ' WS-MONEY-ED2                     00048001
004790             DELIMITED BY SIZE INTO WS-PRINT-LINE                 00048001
004800         WRITE AH-LINE FROM WS-PRINT-LINE                         00048001
004810     END-IF.                                                      00049001
004820     ADD 1 TO WS-HR-IDX.                                          00049001
004830                                                                  00049001
004840 430-FIND-TYPE.                                                   00049001
004850     MOVE 'OTHER' TO WS-TYPE-DESC.                                00049001
004860     MOVE 1 TO WS-TY-IDX.                                         00049001
004870     PERFORM 435-SCAN-TYPE                                        00049001
004880         UNTIL WS-TY-IDX > WS-TYPE-COUNT.                         00049001
004890                                                                  00049001
004900 435-SCAN-TYPE.                                                   00049001
004910     IF WS-TY-CODE(WS-TY-IDX) = WS-RW-TRAN-TYPE                   00050001
004920         MOVE WS-TY-DESC(WS-TY-IDX) TO WS-TYPE-DESC               00050001
004930         MOVE WS-TYPE-COUNT TO WS-TY-IDX                          00050001
004940     END-IF.                                                      00050001
004950     ADD 1 TO WS-TY-IDX.                                          00050001
004960                                                                  00050001
004970***************************************************************** 00050001
004980* ONE ACCOUNT'S HEADING - NAME AND ADDRESS FROM THE MASTER        00050001
004990* (A CLOSED ACCOUNT DROPPED FROM CUSTMAST PRINTS WITHOUT THEM).   00050001
005000***************************************************************** 00050001
005010 600-PRINT-HEADINGS.                                              00051001
005020     MOVE SPACES TO AH-LINE.                                      00051001
005030     WRITE AH-LINE.                                               00051001
005040     MOVE SPACES TO WS-PRINT-LINE.                                00051001
005050     IF WS-ON-CUSTMAST                                            00051001
005060         STRING 'ACCOUNT ' WS-CUR-KEY '  ' CM-CUST-NAME           00051001
005070             '  ' CM-ADDR-LINE1 ' ' CM-CITY-ST-ZIP                00051001
005080             DELIMITED BY SIZE INTO WS-PRINT-LINE                 00051001
005090     ELSE                                                         00051001
005100         STRING 'ACCOUNT ' WS-CUR-KEY                             00051001
005110             '  (NOT ON CUSTOMER MASTER)'                         00052001
005120             DELIMITED BY SIZE INTO WS-PRINT-LINE                 00052001
005130     END-IF.                                                      00052001
005140     WRITE AH-LINE FROM WS-PRINT-LINE.                            00052001
005150     MOVE SPACES TO WS-PRINT-LINE.                                00052001
005160     STRING 'ACTIVITY POSTED FROM ' WS-FROM-DATE                  00052001
005170         ' THROUGH ' WS-TO-DATE                                   00052001
005180         DELIMITED BY SIZE INTO WS-PRINT-LINE.                    00052001
005190     WRITE AH-LINE FROM WS-PRINT-LINE.                            00052001
005200     MOVE SPACES TO WS-PRINT-LINE.                                00052001
005210     STRING 'POSTED    EFFECTIVE TYPE                    '        00053001
005220         'SOURCE   REFERENCE                      AMOUNT'         00053001
005230         '           BALANCE'                                     00053001
005240         DELIMITED BY SIZE INTO WS-PRINT-LINE.                    00053001
005250     WRITE AH-LINE FROM WS-PRINT-LINE.                            00053001
005260                                                                  00053001
005270 700-WRITE-REJECT.                                                00053001
005280     ADD 1 TO WS-REQ-REJECTED.                                    00053001
005290     MOVE SPACES TO AH-LINE.                                      00053001
005300     WRITE AH-LINE.                                               00053001
005310     MOVE SPACES TO WS-PRINT-LINE.                                00054001
005320     STRING 'ACCOUNT ' WS-CUR-KEY ' FROM '                        00054001
005330         WS-RQ-FROM-DATE(WS-RQ-NEXT) ' THROUGH '                  00054001
005340         WS-RQ-TO-DATE(WS-RQ-NEXT)                                00054001
005350         '  *** NOT PRINTED - ' WS-REJECT-REASON                  00054001
005360         DELIMITED BY SIZE INTO WS-PRINT-LINE.                    00054001
005370     WRITE AH-LINE FROM WS-PRINT-LINE.                            00054001
005380     DISPLAY '*** NOT PRINTED - ACCT ' WS-CUR-KEY ' '             00054001
005390         WS-REJECT-REASON.                                        00054001
005400                                                                  00054001
005410***************************************************************** 00055001
005420* CONTROL TOTALS, CLOSE UP.                                       00055001
005430***************************************************************** 00055001
005440 800-END-OF-RUN.                                                  00055001
005450     DISPLAY '================================'.                  00055001
005460     DISPLAY '*** UTIL2096 CONTROL TOTALS  ***'.                  00055001
005470     DISPLAY '================================'.                  00055001
005480     DISPLAY 'REQUESTS READ     : ' WS-REQ-READ.                  00055001
005490     DISPLAY 'HISTORIES PRINTED : ' WS-REQ-PRINTED.               00055001
005500     DISPLAY 'REQUESTS REJECTED : ' WS-REQ-REJECTED.              00055001
005510     DISPLAY 'LEDGER ROWS READ  : ' WS-LEDGER-READ.               00056001
005520     DISPLAY 'ROWS PRINTED      : ' WS-ROWS-PRINTED.              00056001
005530     DISPLAY '================================'.                  00056001
005540     IF WS-REQ-REJECTED > 0                                       00056001
005550         MOVE 8 TO RETURN-CODE                                    00056001
005560     END-IF.                                                      00056001
005570                                                                  00056001
005580     CLOSE ARLEDG.                                                00056001
005590     CLOSE CUSTMAST.                                              00056001
005600     CLOSE ACCTHIST.                                              00056001
