000263*                   account with no history caps at FINAL         00002001
000264*                   NOTICE, so the escalation always runs its     00002001
000265*                   course before field services roll a truck.    00002001
000266*  10/05/2026 GD    AUDITH layout sync - bill type and reference  00002001
000267*                   date carved from the trailing filler; a       00002001
000268*                   bill cancelled by a UTIL2080 rebill does      00002001
000269*                   not count as a billed period for aging.       00002001
000270*  10/07/2026 GD    Payment arrangements - an account whose       00002001
000271*                   ARRNEW arrangement is active and billing on   00002001
000272*                   schedule gets no notice and no disconnect     00002001
000273*                   order.  Broken arrangements, and active ones  00002001
000274*                   no longer billing (lapsed), age as usual and  00002001
000275*                   list on the new ARRBRPT report.               00002001
000276*  10/08/2026 GD    CUSTMAST layout sync - record grew to 142     00002001
000277*                   bytes for the billing-cycle code.             00002001
000278*  10/13/2026 GD    CUSTMAST grew to 148 bytes (net-metering flag 00002001
000279*                   and received kWh) and AUDITH to 153 bytes     00002001
000280*                   (delivered/received/banked kWh) - layout sync.00002001
000281*  10/15/2026 GD    An over-90 account whose service field        00002001
000282*                   services has already disconnected (UTIL2055   00002001
000283*                   status D/F/S) gets no further DISCONN order;  00002001
000284*                   its notice says the service is off and what   00002001
000285*                   to pay to have it restored.  CUSTMAST status  00002001
000286*                   byte exposed from the filler.                 00002001
000287*  10/15/2026 GD    AUDITH is indexed by account, run date and    00002001
000288*                   run time - never-paid aging reads the         00002001
000289*                   account's first live period by key instead    00002001
000290*                   of loading the whole file into a table.       00002001
000260******************************************************************00003001
000270                                                                  00003001
000280 ENVIRONMENT DIVISION.                                            00003001
000510         FILE STATUS IS WS-DISCONN-STATUS.                        00005001
000511                                                                  00005001
000512*  Retained audit history - ages a never-paid account from its    00005001
000513*  oldest retained period, read by key.  Absent on a first cycle. 00005001
000514     SELECT AUDITH ASSIGN TO "AUDITH"                             00005001
000515         ORGANIZATION IS INDEXED                                  00005001
000516         ACCESS MODE IS DYNAMIC                                   00005001
000517         RECORD KEY IS AH-KEY                                     00005001
000518         FILE STATUS IS WS-AUDITH-STATUS.                         00005001
000517                                                                  00005001
000518*  Payment arrangements as carried forward by the bill run, in    00005001
000519*  ascending account order.  Absent if none was ever set up.      00005001
000520     SELECT ARRNEW ASSIGN TO "ARRNEW"                             00005001
000521         ORGANIZATION IS LINE SEQUENTIAL                          00005001
000522         FILE STATUS IS WS-ARRNEW-STATUS.                         00005001
000523                                                                  00005001
000524*  Broken-arrangement report for collections - delinquent         00005001
000525*  accounts whose arrangement was broken or has lapsed.           00005001
000526     SELECT ARRBRPT ASSIGN TO "ARRBRPT"                           00005001
000527         ORGANIZATION IS LINE SEQUENTIAL                          00005001
000528         FILE STATUS IS WS-ARRBRPT-STATUS.                        00005001
000520                                                                  00005001
000530 DATA DIVISION.                                                   00005001
000540 FILE SECTION.                                                    00005001
000730     05  CM-ADDR-LINE1            PIC X(25).                      00007001
000740     05  CM-ADDR-LINE2            PIC X(25).                      00007001
000750     05  CM-CITY-ST-ZIP           PIC X(25).                      00007001
000760     05  FILLER                   PIC X(26).                      00002001
000761*    D, F AND S - SERVICE ALREADY DISCONNECTED (UTIL2055).        00002001
000762     05  CM-ACCT-STATUS           PIC X(01).                      00002001
000763         88  CM-DISCONNECTED                  VALUE 'D' 'F' 'S'.  00002001
000764     05  FILLER                   PIC X(20).                      00002001
000770 01  CT-RECORD.                                                   00007001
000780     05  CT-TRAILER-ID            PIC X(06).                      00007001
000790         88  CT-TRAILER                       VALUE '999999'.     00007001
000800     05  CT-LABEL                 PIC X(08).                      00007001
000810     05  CT-RECORD-COUNT          PIC 9(06).                      00007001
000820     05  FILLER                   PIC X(128).                     00002001
000830                                                                  00007001
000840 FD  DUNNRPT                                                      00007001
000850     RECORDING MODE IS F.                                         00008001
000980     05  DW-FILLER                PIC X(05).                      00005001
000981                                                                  00005001
000982 FD  AUDITH                                                       00005001
000983     RECORD CONTAINS 153 CHARACTERS.                              00005001
000984 01  AH-RECORD.                                                   00005001
000985     05  AH-KEY.                                                  00005001
000986         10  AH-ACCOUNT-NO        PIC 9(06).                      00005001
000987         10  AH-RUN-DATE          PIC 9(08).                      00005001
000988         10  AH-RUN-TIME          PIC 9(08).                      00005001
000989     05  FILLER                   PIC X(105).                     00005001
000988     05  AH-BILL-TYPE             PIC X(01).                      00005001
000989         88  AH-TYPE-CANCELLED                VALUE 'C' 'X'.      00005001
000990     05  AH-REF-DATE              PIC X(08).                      00005001
000991     05  FILLER                   PIC X(17).                      00005001
000991                                                                  00005001
000992 FD  ARRNEW                                                       00005001
000993     RECORDING MODE IS F.                                         00005001
000994 01  AM-RECORD.                                                   00005001
000995     05  AM-ACCOUNT-NO            PIC 9(06).                      00005001
000996*    A ACTIVE, B BROKEN, C CANCELLED, P PAID OUT.                 00005001
000997     05  AM-STATUS                PIC X(01).                      00005001
000998         88  AM-ACTIVE                        VALUE 'A'.          00005001
000999         88  AM-BROKEN                        VALUE 'B'.          00005001
001000     05  AM-ARR-DATE              PIC 9(08).                      00005001
001001     05  AM-TOTAL-AMT             PIC 9(07)V99.                   00005001
001002     05  AM-INST-COUNT            PIC 9(03).                      00005001
001003     05  AM-INST-AMT              PIC 9(07)V99.                   00005001
001004     05  AM-INST-BILLED           PIC 9(03).                      00005001
001005     05  AM-AMT-BILLED            PIC 9(07)V99.                   00005001
001006     05  AM-LAST-DUE              PIC 9(07)V99.                   00005001
001007     05  AM-LAST-BILL-DATE        PIC 9(08).                      00005001
001008     05  AM-CLOSE-DATE            PIC 9(08).                      00005001
001009     05  AM-USER-ID               PIC X(08).                      00005001
001010     05  FILLER                   PIC X(09).                      00005001
001011                                                                  00005001
001012 FD  ARRBRPT                                                      00005001
001013     RECORDING MODE IS F.                                         00005001
001014 01  AB-LINE                      PIC X(132).                     00005001
000990                                                                  00009001
001000 WORKING-STORAGE SECTION.                                         00009001
001010                                                                  00009001
001081 01  WS-AUDITH-STATUS            PIC X(02)   VALUE '00'.          00005001
001082     88  WS-AUDITH-EOF                       VALUE '10'.          00005001
001083     88  WS-AUDITH-NOTFOUND                  VALUE '35'.          00005001
001084 01  WS-ARRNEW-STATUS            PIC X(02)   VALUE '00'.          00005001
001085     88  WS-ARRNEW-NOTFOUND                  VALUE '35'.          00005001
001086 01  WS-ARRBRPT-STATUS           PIC X(02)   VALUE '00'.          00005001
001090                                                                  00010001
001100 01  WS-AR-EOF-SW                PIC X(01)   VALUE 'N'.           00010001
001110     88  WS-AR-EOF                           VALUE 'Y'.           00010001
001180******************************************************************00010001
001190 01  WS-AR-KEY                   PIC X(06)   VALUE SPACES.        00010001
001200 01  WS-CUST-KEY                 PIC X(06)   VALUE SPACES.        00010001
001201 01  WS-ARR-KEY                  PIC X(06)   VALUE SPACES.        00010001
001210                                                                  00011001
001220******************************************************************00011001
001230* AGING WORK AREAS.  DATES ARE TURNED INTO COMMERCIAL-DAY         00011001
001370 01  WS-SERIAL-OUT               PIC 9(08)   VALUE 0.             00012001
001371                                                                  00012001
001372******************************************************************00012001
001373* RETAINED AUDIT HISTORY - THE ACCOUNT'S OLDEST LIVE PERIOD, READ 00012001
001374* BY KEY, FOR AGING NEVER-PAID BALANCES.                          00012001
001375******************************************************************00012001
001376 01  WS-HIST-DONE-SW             PIC X(01)   VALUE 'N'.           00012001
001377     88  WS-HIST-DONE                        VALUE 'Y'.           00012001
001382 01  WS-OLDEST-DATE              PIC 9(08)   VALUE 0.             00012001
001383                                                                  00012001
001390 01  WS-BUCKET                   PIC 9(01)   VALUE 0.             00012001
001420     88  WS-BUCKET-90                        VALUE 3.             00012001
001430     88  WS-BUCKET-DISC                      VALUE 4.             00012001
001440 01  WS-SEVERITY-TEXT            PIC X(30)   VALUE SPACES.        00012001
001441                                                                  00012001
001442******************************************************************00012001
001443* PAYMENT ARRANGEMENTS.  AN ACTIVE ARRANGEMENT IS CURRENT WHILE   00012001
001444* THE BILL RUN KEEPS BILLING IT - ITS LAST INSTALLMENT (OR, NOT   00012001
001445* YET BILLED, THE DATE IT WAS SET UP) WITHIN THE GRACE DAYS.  THE 00012001
001446* BILL RUN BREAKS AN ARRANGEMENT WHEN AN INSTALLMENT GOES UNPAID; 00012001
001447* ONE THAT STOPS BILLING (FINAL-BILLED, CLOSED) HAS LAPSED.       00012001
001448******************************************************************00012001
001449 01  WS-ARR-GRACE-DAYS           PIC 9(03)   VALUE 45.            00012001
001450 01  WS-ARR-SERIAL               PIC 9(08)   VALUE 0.             00012001
001451 01  WS-ARR-STATE-SW             PIC X(01)   VALUE 'N'.           00012001
001452     88  WS-ARR-NONE                         VALUE 'N'.           00012001
001453     88  WS-ARR-CURRENT                      VALUE 'C'.           00012001
001454     88  WS-ARR-LAPSED                       VALUE 'L'.           00012001
001455     88  WS-ARR-BROKEN                       VALUE 'B'.           00012001
001456 01  WS-ARR-LINE.                                                 00012001
001457     05  WS-AL-ACCOUNT            PIC 9(06).                      00012001
001458     05  FILLER                   PIC X(02).                      00012001
001459     05  WS-AL-NAME               PIC X(20).                      00012001
001460     05  FILLER                   PIC X(02).                      00012001
001461     05  WS-AL-ARR-DATE           PIC 9(08).                      00012001
001462     05  FILLER                   PIC X(02).                      00012001
001463     05  WS-AL-TOTAL              PIC $$,$$$,$$9.99.              00012001
001464     05  FILLER                   PIC X(02).                      00012001
001465     05  WS-AL-BILLED             PIC ZZ9.                        00012001
001466     05  WS-AL-SLASH              PIC X(01).                      00012001
001467     05  WS-AL-COUNT              PIC 999.                        00012001
001468     05  FILLER                   PIC X(02).                      00012001
001469     05  WS-AL-BROKEN             PIC X(08).                      00012001
001470     05  FILLER                   PIC X(02).                      00012001
001471     05  WS-AL-BALANCE            PIC $$,$$$,$$9.99.              00012001
001472     05  FILLER                   PIC X(02).                      00012001
001473     05  WS-AL-SEVERITY           PIC X(30).                      00012001
001474     05  FILLER                   PIC X(13).                      00012001
001450                                                                  00013001
001460******************************************************************00013001
001470* RUN COUNTERS AND CONTROL TOTALS                                 00013001
001530 01  WS-BUCKET90-COUNT           PIC 9(06)   VALUE 0.             00013001
001540 01  WS-DISCONN-COUNT            PIC 9(06)   VALUE 0.             00013001
001541 01  WS-DISCONN-WRITTEN          PIC 9(06)   VALUE 0.             00013001
001542 01  WS-DISC-ALREADY             PIC 9(06)   VALUE 0.             00013001
001550 01  WS-NOMASTER-COUNT           PIC 9(06)   VALUE 0.             00013001
001560 01  WS-BUCKET30-AMT             PIC 9(09)V99 VALUE 0.            00013001
001570 01  WS-BUCKET60-AMT             PIC 9(09)V99 VALUE 0.            00014001
001580 01  WS-BUCKET90-AMT             PIC 9(09)V99 VALUE 0.            00014001
001590 01  WS-DISCONN-AMT              PIC 9(09)V99 VALUE 0.            00014001
001591 01  WS-ARR-HELD-COUNT           PIC 9(06)   VALUE 0.             00014001
001592 01  WS-ARR-HELD-AMT             PIC 9(09)V99 VALUE 0.            00014001
001593 01  WS-ARR-BROKEN-COUNT         PIC 9(06)   VALUE 0.             00014001
001594 01  WS-ARR-LAPSED-COUNT         PIC 9(06)   VALUE 0.             00014001
001600                                                                  00014001
001610******************************************************************00014001
001620* RUN DATE/TIME, PRINT-LINE AND EDITED FIELDS                     00014001
002230         MOVE 16 TO RETURN-CODE                                   00019001
002240         STOP RUN                                                 00019001
002250     END-IF.                                                      00019001
002251     OPEN OUTPUT ARRBRPT.                                         00019001
002252     IF WS-ARRBRPT-STATUS NOT = '00'                              00019001
002253         DISPLAY 'UNABLE TO OPEN ARRBRPT, STATUS='                00019001
002254             WS-ARRBRPT-STATUS                                    00019001
002255         MOVE 16 TO RETURN-CODE                                   00019001
002256         STOP RUN                                                 00019001
002257     END-IF.                                                      00019001
002258     OPEN INPUT  ARRNEW.                                          00019001
002259     IF WS-ARRNEW-NOTFOUND                                        00019001
002260         DISPLAY 'NO ARRANGEMENT FILE - NO ACCOUNTS HELD'         00019001
002261         MOVE HIGH-VALUES TO WS-ARR-KEY                           00019001
002262     ELSE                                                         00019001
002263         IF WS-ARRNEW-STATUS NOT = '00'                           00019001
002264             DISPLAY 'UNABLE TO OPEN ARRNEW, STATUS='             00019001
002265                 WS-ARRNEW-STATUS                                 00019001
002266             MOVE 16 TO RETURN-CODE                               00019001
002267             STOP RUN                                             00019001
002268         END-IF                                                   00019001
002269         PERFORM 240-READ-ARRANGEMENT                             00019001
002270     END-IF.                                                      00019001
002271     PERFORM 060-WRITE-ARR-HEADING.                               00019001
002260                                                                  00019001
002261     PERFORM 080-OPEN-AUDIT-HISTORY.                              00021001
002262                                                                  00021001
002270     PERFORM 200-READ-AR.                                         00021001
002280     PERFORM 220-READ-CUSTOMER.                                   00021001
002281                                                                  00021001
002282******************************************************************00021001
002283* BROKEN-ARRANGEMENT REPORT HEADING.                              00021001
002284******************************************************************00021001
002285 060-WRITE-ARR-HEADING.                                           00021001
002286     MOVE SPACES TO WS-PRINT-LINE.                                00021001
002287     STRING 'ACME UTILITY COMPANY - BROKEN AND LAPSED PAYMENT '   00021001
002288         'ARRANGEMENTS   RUN ' WS-RUN-DATE                        00021001
002289         DELIMITED BY SIZE INTO WS-PRINT-LINE.                    00021001
002290     WRITE AB-LINE FROM WS-PRINT-LINE AFTER ADVANCING PAGE.       00021001
002291     MOVE SPACES TO WS-PRINT-LINE.                                00021001
002292     STRING 'ACCT    CUSTOMER              ARR DATE         TOTAL'00021001
002293         '  INST     BROKEN     OPEN BALANCE  SEVERITY'           00021001
002294         DELIMITED BY SIZE INTO WS-PRINT-LINE.                    00021001
002295     WRITE AB-LINE FROM WS-PRINT-LINE AFTER ADVANCING 2 LINES.    00021001
002296     MOVE SPACES TO WS-PRINT-LINE.                                00021001
002297     WRITE AB-LINE FROM WS-PRINT-LINE AFTER ADVANCING 1 LINE.     00021001
002281                                                                  00021001
002282******************************************************************00021001
002283* OPEN THE RETAINED AUDIT HISTORY.  A MISSING FILE (FIRST         00021001
002285* CYCLE) JUST MEANS NO HISTORY TO AGE NEVER-PAID BALANCES FROM.   00021001
002287******************************************************************00021001
002289 080-OPEN-AUDIT-HISTORY.                                          00021001
002291     OPEN INPUT AUDITH.                                           00021001
002293     IF WS-AUDITH-NOTFOUND                                        00021001
002295         DISPLAY 'NO AUDIT HISTORY - NEVER-PAID AGING CAPPED'     00021001
002297     ELSE                                                         00021001
002299         IF WS-AUDITH-STATUS NOT = '00'                           00021001
002301             DISPLAY 'UNABLE TO OPEN AUDITH, STATUS='             00021001
002303                 WS-AUDITH-STATUS                                 00021001
002305             MOVE 16 TO RETURN-CODE                               00021001
002307             STOP RUN                                             00021001
002309         END-IF                                                   00021001
002311     END-IF.                                                      00021001
002313                                                                  00021001
002300******************************************************************00020001
002310* TWO-FILE MATCH ON ACCOUNT NUMBER, DRIVEN BY ARNEW.  A MASTER    00020001
002820             END-IF                                               00024001
002830     END-READ.                                                    00024001
002840                                                                  00024001
002841******************************************************************00024001
002842* READ THE NEXT PAYMENT ARRANGEMENT.                              00024001
002843******************************************************************00024001
002844 240-READ-ARRANGEMENT.                                            00024001
002845     READ ARRNEW                                                  00024001
002846         AT END                                                   00024001
002847             MOVE HIGH-VALUES TO WS-ARR-KEY                       00024001
002848         NOT AT END                                               00024001
002849             MOVE AM-ACCOUNT-NO TO WS-ARR-KEY                     00024001
002850     END-READ.                                                    00024001
002851                                                                  00024001
002852******************************************************************00024001
002853* FIND THE ACCOUNT'S ARRANGEMENT, IF IT HAS ONE, AND WHETHER IT   00024001
002854* IS CURRENT, LAPSED OR BROKEN.  CANCELLED AND PAID-OUT           00024001
002855* ARRANGEMENTS COUNT FOR NOTHING.                                 00024001
002856******************************************************************00024001
002857 250-CHECK-ARRANGEMENT.                                           00024001
002858     MOVE 'N' TO WS-ARR-STATE-SW.                                 00024001
002859     PERFORM 240-READ-ARRANGEMENT                                 00024001
002860         UNTIL WS-ARR-KEY >= WS-AR-KEY.                           00024001
002861     IF WS-ARR-KEY NOT = WS-AR-KEY                                00024001
002862         GO TO 250-CHECK-ARRANGEMENT-EXIT                         00024001
002863     END-IF.                                                      00024001
002864     IF AM-BROKEN                                                 00024001
002865         SET WS-ARR-BROKEN TO TRUE                                00024001
002866         GO TO 250-CHECK-ARRANGEMENT-EXIT                         00024001
002867     END-IF.                                                      00024001
002868     IF NOT AM-ACTIVE                                             00024001
002869         GO TO 250-CHECK-ARRANGEMENT-EXIT                         00024001
002870     END-IF.                                                      00024001
002871     IF AM-LAST-BILL-DATE = 0                                     00024001
002872         MOVE AM-ARR-DATE TO WS-DATE-WORK                         00024001
002873     ELSE                                                         00024001
002874         MOVE AM-LAST-BILL-DATE TO WS-DATE-WORK                   00024001
002875     END-IF.                                                      00024001
002876     PERFORM 150-DATE-TO-SERIAL.                                  00024001
002877     MOVE WS-SERIAL-OUT TO WS-ARR-SERIAL.                         00024001
002878     IF WS-RUN-SERIAL > WS-ARR-SERIAL + WS-ARR-GRACE-DAYS         00024001
002879         SET WS-ARR-LAPSED TO TRUE                                00024001
002880     ELSE                                                         00024001
002881         SET WS-ARR-CURRENT TO TRUE                               00024001
002882     END-IF.                                                      00024001
002883 250-CHECK-ARRANGEMENT-EXIT.                                      00024001
002884     EXIT.                                                        00024001
002885                                                                  00024001
002850******************************************************************00024001
002860* AGE ONE ACCOUNT'S OPEN BALANCE.  THE BALANCE IS THE PRIOR       00024001
002870* BALANCE NET OF ANY PAYMENTS NOT YET SWEPT BY A BILL RUN; A      00024001
002880* ZERO OR CREDIT BALANCE IS CURRENT AND GETS NO NOTICE, AND SO    00024001
002881* IS A BALANCE UNDER A CURRENT PAYMENT ARRANGEMENT.               00024001
002890******************************************************************00025001
002900 300-AGE-ACCOUNT.                                                 00025001
002910     COMPUTE WS-OPEN-BALANCE =                                    00025001
002930     IF WS-OPEN-BALANCE NOT > 0                                   00025001
002940         GO TO 300-AGE-ACCOUNT-EXIT                               00025001
002950     END-IF.                                                      00025001
002951                                                                  00025001
002952     PERFORM 250-CHECK-ARRANGEMENT                                00025001
002953         THRU 250-CHECK-ARRANGEMENT-EXIT.                         00025001
002954     IF WS-ARR-CURRENT                                            00025001
002955         ADD 1 TO WS-ARR-HELD-COUNT                               00025001
002956         ADD WS-OPEN-BALANCE TO WS-ARR-HELD-AMT                   00025001
002957         GO TO 300-AGE-ACCOUNT-EXIT                               00025001
002958     END-IF.                                                      00025001
002960                                                                  00025001
002970     IF AR-LAST-PAY-DATE = 0                                      00021001
002980*        NEVER PAID - AGE FROM THE OLDEST RETAINED PERIOD;        00021001
003350                                                                  00028001
003360     IF WS-CUST-KEY = WS-AR-KEY                                   00028001
003370         PERFORM 400-PRINT-NOTICE                                 00029001
003380*        NO SECOND ORDER FOR A SERVICE FIELD SERVICES HAS         00029001
003381*        ALREADY DISCONNECTED - IT WAITS ON PAYMENT (UTIL2030).   00029001
003382         IF WS-BUCKET-DISC                                        00029001
003383             IF CM-DISCONNECTED                                   00029001
003384                 ADD 1 TO WS-DISC-ALREADY                         00029001
003385             ELSE                                                 00029001
003386                 PERFORM 450-WRITE-DISCONNECT                     00029001
003387             END-IF                                               00029001
003400         END-IF                                                   00029001
003410     ELSE                                                         00029001
003420         PERFORM 700-WRITE-NOMASTER                               00029001
003430     END-IF.                                                      00029001
003431     IF WS-ARR-BROKEN OR WS-ARR-LAPSED                            00029001
003432         PERFORM 500-WRITE-BROKEN-ARR                             00029001
003433     END-IF.                                                      00029001
003440 300-AGE-ACCOUNT-EXIT.                                            00021001
003450     EXIT.                                                        00021001
003451                                                                  00021001
003457******************************************************************00021001
003458 350-AGE-FROM-HISTORY.                                            00021001
003459     MOVE 0 TO WS-OLDEST-DATE.                                    00021001
003460     IF NOT WS-AUDITH-NOTFOUND                                    00021001
003461         MOVE 'N' TO WS-HIST-DONE-SW                              00021001
003462         MOVE AR-ACCOUNT-NO TO AH-ACCOUNT-NO                      00021001
003463         MOVE 0 TO AH-RUN-DATE                                    00021001
003464         MOVE 0 TO AH-RUN-TIME                                    00021001
003465         START AUDITH KEY IS NOT LESS THAN AH-KEY                 00021001
003466             INVALID KEY                                          00021001
003467                 SET WS-HIST-DONE TO TRUE                         00021001
003468         END-START                                                00021001
003469         PERFORM 360-SCAN-OLDEST THRU 360-SCAN-OLDEST-EXIT        00021001
003470             UNTIL WS-HIST-DONE                                   00021001
003471     END-IF.                                                      00021001
003463     IF WS-OLDEST-DATE = 0                                        00021001
003464         MOVE 90 TO WS-AGE-DAYS                                   00021001
003465         GO TO 350-AGE-FROM-HISTORY-EXIT                          00021001
003475 350-AGE-FROM-HISTORY-EXIT.                                       00021001
003476     EXIT.                                                        00021001
003477                                                                  00021001
003478*    KEYS RUN OLDEST PERIOD FIRST, SO THE FIRST LIVE ROW FOR THE  00021001
003479*    ACCOUNT IS THE OLDEST.                                       00021001
003480 360-SCAN-OLDEST.                                                 00021001
003481     READ AUDITH NEXT RECORD                                      00021001
003482         AT END                                                   00021001
003483             SET WS-HIST-DONE TO TRUE                             00021001
003484             GO TO 360-SCAN-OLDEST-EXIT                           00021001
003485     END-READ.                                                    00021001
003486     IF AH-ACCOUNT-NO NOT = AR-ACCOUNT-NO                         00021001
003487         SET WS-HIST-DONE TO TRUE                                 00021001
003488         GO TO 360-SCAN-OLDEST-EXIT                               00021001
003489     END-IF.                                                      00021001
003490     IF AH-TYPE-CANCELLED                                         00021001
003491         GO TO 360-SCAN-OLDEST-EXIT                               00021001
003492     END-IF.                                                      00021001
003493     MOVE AH-RUN-DATE TO WS-OLDEST-DATE.                          00021001
003494     SET WS-HIST-DONE TO TRUE.                                    00021001
003495 360-SCAN-OLDEST-EXIT.                                            00021001
003486     EXIT.                                                        00021001
003487                                                                  00021001
003470******************************************************************00029001
004080     WRITE DN-LINE FROM WS-PRINT-LINE AFTER ADVANCING 1 LINE.     00034001
004090                                                                  00035001
004100     MOVE SPACES TO WS-PRINT-LINE.                                00035001
004110     IF CM-DISCONNECTED                                           00035001
004111         STRING 'SERVICE HAS BEEN DISCONNECTED.  PAY THE AMOUNT ' 00035001
004112             'ABOVE TO HAVE IT RESTORED.'                         00035001
004113             DELIMITED BY SIZE INTO WS-PRINT-LINE                 00035001
004114     ELSE                                                         00035001
004115         EVALUATE WS-BUCKET                                       00035001
004116             WHEN 1                                               00035001
004117                 STRING 'PLEASE PAY THE AMOUNT ABOVE PROMPTLY.'   00035001
004118                     DELIMITED BY SIZE INTO WS-PRINT-LINE         00035001
004119             WHEN 2                                               00035001
004120                 STRING 'YOUR ACCOUNT IS PAST DUE.  PLEASE PAY '  00035001
004121                     'THE AMOUNT ABOVE TO AVOID FURTHER ACTION.'  00035001
004122                     DELIMITED BY SIZE INTO WS-PRINT-LINE         00035001
004123             WHEN 3                                               00035001
004124                 STRING 'FINAL NOTICE - PAY THE AMOUNT ABOVE '    00035001
004125                     'WITHIN 10 DAYS TO AVOID DISCONNECTION.'     00035001
004126                     DELIMITED BY SIZE INTO WS-PRINT-LINE         00035001
004127             WHEN OTHER                                           00035001
004128                 STRING 'A DISCONNECT ORDER HAS BEEN ISSUED FOR ' 00035001
004129                     'THIS SERVICE ADDRESS.  CONTACT US AT ONCE.' 00035001
004130                     DELIMITED BY SIZE INTO WS-PRINT-LINE         00035001
004131         END-EVALUATE                                             00035001
004132     END-IF.                                                      00035001
004280     WRITE DN-LINE FROM WS-PRINT-LINE AFTER ADVANCING 1 LINE.     00036001
004290                                                                  00036001
004300******************************************************************00036001
004420     WRITE DW-RECORD.                                             00037001
004421     ADD 1 TO WS-DISCONN-WRITTEN.                                 00037001
004430                                                                  00037001
004431******************************************************************00037001
004432* LIST A DELINQUENT ACCOUNT WHOSE ARRANGEMENT WAS BROKEN OR HAS   00037001
004433* LAPSED, SO COLLECTIONS SEES IT IS BACK IN THE AGING PATH.       00037001
004434******************************************************************00037001
004435 500-WRITE-BROKEN-ARR.                                            00037001
004436     MOVE SPACES TO WS-ARR-LINE.                                  00037001
004437     MOVE AR-ACCOUNT-NO      TO WS-AL-ACCOUNT.                    00037001
004438     IF WS-CUST-KEY = WS-AR-KEY                                   00037001
004439         MOVE CM-CUST-NAME   TO WS-AL-NAME                        00037001
004440     ELSE                                                         00037001
004441         MOVE '** NO MASTER **' TO WS-AL-NAME                     00037001
004442     END-IF.                                                      00037001
004443     MOVE AM-ARR-DATE        TO WS-AL-ARR-DATE.                   00037001
004444     MOVE AM-TOTAL-AMT       TO WS-AL-TOTAL.                      00037001
004445     MOVE AM-INST-BILLED     TO WS-AL-BILLED.                     00037001
004446     MOVE '/'                TO WS-AL-SLASH.                      00037001
004447     MOVE AM-INST-COUNT      TO WS-AL-COUNT.                      00037001
004448     IF WS-ARR-BROKEN                                             00037001
004449         MOVE AM-CLOSE-DATE  TO WS-AL-BROKEN                      00037001
004450         ADD 1 TO WS-ARR-BROKEN-COUNT                             00037001
004451     ELSE                                                         00037001
004452         MOVE 'LAPSED'       TO WS-AL-BROKEN                      00037001
004453         ADD 1 TO WS-ARR-LAPSED-COUNT                             00037001
004454     END-IF.                                                      00037001
004455     MOVE WS-OPEN-BALANCE    TO WS-AL-BALANCE.                    00037001
004456     MOVE WS-SEVERITY-TEXT   TO WS-AL-SEVERITY.                   00037001
004457     WRITE AB-LINE FROM WS-ARR-LINE AFTER ADVANCING 1 LINE.       00037001
004458                                                                  00037001
004440******************************************************************00037001
004450* A DELINQUENT A/R ACCOUNT WITH NO CUSTOMER MASTER (CLOSED        00038001
004460* ACCOUNT STILL CARRYING A BALANCE) - NO ADDRESS TO MAIL TO,      00038001
004790     DISPLAY 'OVER 90 DAYS      : ' WS-DISCONN-COUNT              00040001
004800         ' FOR ' WS-MONEY-ED2.                                    00040001
004810     DISPLAY 'DISCONNECT ORDERS : ' WS-DISCONN-WRITTEN.           00037001
004811     DISPLAY 'ALREADY DISCONN   : ' WS-DISC-ALREADY.              00037001
004820     DISPLAY 'NO MASTER ON FILE : ' WS-NOMASTER-COUNT.            00041001
004821     MOVE WS-ARR-HELD-AMT TO WS-MONEY-ED2.                        00041001
004822     DISPLAY 'HELD - ARRANGEMENT: ' WS-ARR-HELD-COUNT             00041001
004823         ' FOR ' WS-MONEY-ED2.                                    00041001
004824     DISPLAY 'ARRANGEMENTS BROKE: ' WS-ARR-BROKEN-COUNT.          00041001
004825     DISPLAY 'ARRANGEMENTS LAPSD: ' WS-ARR-LAPSED-COUNT.          00041001
004830     DISPLAY '================================'.                  00041001
004840                                                                  00041001
004850     CLOSE ARNEW.                                                 00041001
004860     CLOSE CUSTMAST.                                              00041001
004870     CLOSE DUNNRPT.                                               00041001
004880     CLOSE DISCONN.                                               00041001
004881     CLOSE ARRBRPT.                                               00041001
004882     IF NOT WS-AUDITH-NOTFOUND                                    00041001
004883         CLOSE AUDITH                                             00041001
004884     END-IF.                                                      00041001
004882     IF NOT WS-ARRNEW-NOTFOUND                                    00041001
004883         CLOSE ARRNEW                                             00041001
004884     END-IF.                                                      00041001
