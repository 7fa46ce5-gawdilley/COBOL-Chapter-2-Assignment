000211*                   deposit extract's NET row counts receipts     00002001
000212*                   plus NSF reversals so the count column        00002001
000213*                   foots the type rows like the amounts do.      00002001
000214*  10/12/2026 GD    A/R detail ledger - every posted payment and  00002001
000215*                   NSF reversal is appended to the day's ARTRANS 00002001
000216*                   ledger transactions, dated with the payment   00002001
000217*                   date, for the nightly ledger proof and the    00002001
000218*                   account-history report.                       00002001
000219*  10/15/2026 GD    Reconnection - an account field services has  00002001
000220*                   disconnected (CUSTMAST status D/F/S, set by   00002001
000221*                   UTIL2055) that a payment today brings below   00002001
000222*                   the reinstatement threshold (PARMFIL, default 00002001
000223*                   $25.00) gets a RECONN work order; one still   00002001
000224*                   owing is listed on PAYRPT.                    00002001
000200******************************************************************00002001
000210                                                                  00003001
000220 ENVIRONMENT DIVISION.                                            00003001
000471     SELECT RUNCT30 ASSIGN TO "RUNCT30"                           00002001
000472         ORGANIZATION IS LINE SEQUENTIAL                          00002001
000473         FILE STATUS IS WS-RUNCT30-STATUS.                        00002001
000474                                                                  00002001
000475*  Day's A/R ledger transactions - one row per posted payment or  00002001
000476*  NSF reversal, appended behind whatever the earlier steps of    00002001
000477*  the night have already written.                                00002001
000478     SELECT ARTRANS ASSIGN TO "ARTRANS"                           00002001
000479         ORGANIZATION IS LINE SEQUENTIAL                          00002001
000480         FILE STATUS IS WS-ARTRANS-STATUS.                        00002001
000481                                                                  00002001
000482*  Customer master - disconnect status and service address for    00002001
000483*  the reconnect orders.                                          00002001
000484     SELECT CUSTMAST ASSIGN TO "CUSTMAST"                         00002001
000485         ORGANIZATION IS LINE SEQUENTIAL                          00002001
000486         FILE STATUS IS WS-CUSTMAST-STATUS.                       00002001
000487                                                                  00002001
000488*  The bill run's parameter card - its reinstatement threshold.   00002001
000489*  Optional.                                                      00002001
000490     SELECT PARMFIL ASSIGN TO "PARMFIL"                           00002001
000491         ORGANIZATION IS LINE SEQUENTIAL                          00002001
000492         FILE STATUS IS WS-PARMFIL-STATUS.                        00002001
000493                                                                  00002001
000494*  Reconnect work orders for field services - disconnected        00002001
000495*  accounts paid down below the reinstatement threshold today.    00002001
000496     SELECT RECONN ASSIGN TO "RECONN"                             00002001
000497         ORGANIZATION IS LINE SEQUENTIAL                          00002001
000498         FILE STATUS IS WS-RECONN-STATUS.                         00002001
000470                                                                  00005001
000480 DATA DIVISION.                                                   00005001
000490 FILE SECTION.                                                    00005001
000830     05  RC-TRANS-IDENT           PIC X(40).                      00002001
000831     05  RC-TRANS-COUNT           PIC 9(06).                      00002001
000832     05  FILLER                   PIC X(05).                      00002001
000833                                                                  00002001
000834 FD  ARTRANS                                                      00002001
000835     RECORDING MODE IS F.                                         00002001
000836 01  LG-RECORD.                                                   00002001
000837     05  LG-ACCOUNT-NO            PIC 9(06).                      00002001
000838     05  LG-POST-DATE             PIC 9(08).                      00002001
000839     05  LG-POST-TIME             PIC 9(08).                      00002001
000840     05  LG-TRAN-TYPE             PIC X(02).                      00002001
000841     05  LG-TRAN-DATE             PIC 9(08).                      00002001
000842     05  LG-AMOUNT                PIC S9(07)V99                   00002001
000843                                  SIGN LEADING SEPARATE.          00002001
000844     05  LG-SOURCE                PIC X(08).                      00002001
000845     05  LG-REFERENCE             PIC X(20).                      00002001
000846     05  FILLER                   PIC X(10).                      00002001
000847                                                                  00002001
000848 FD  CUSTMAST                                                     00002001
000849     RECORDING MODE IS F.                                         00002001
000850 01  CM-RECORD.                                                   00002001
000851     05  CM-ACCOUNT-NO            PIC 9(06).                      00002001
000852     05  CM-CUST-NAME             PIC X(20).                      00002001
000853     05  CM-ADDR-LINE1            PIC X(25).                      00002001
000854     05  CM-ADDR-LINE2            PIC X(25).                      00002001
000855     05  CM-CITY-ST-ZIP           PIC X(25).                      00002001
000856     05  FILLER                   PIC X(26).                      00002001
000857*    D, F AND S - SERVICE DISCONNECTED FOR NON-PAYMENT (UTIL2055).00002001
000858     05  CM-ACCT-STATUS           PIC X(01).                      00002001
000859         88  CM-DISCONNECTED                  VALUE 'D' 'F' 'S'.  00002001
000860     05  FILLER                   PIC X(20).                      00002001
000861 01  CT-RECORD.                                                   00002001
000862     05  CT-TRAILER-ID            PIC X(06).                      00002001
000863         88  CT-TRAILER                       VALUE '999999'.     00002001
000864     05  CT-LABEL                 PIC X(08).                      00002001
000865     05  CT-RECORD-COUNT          PIC 9(06).                      00002001
000866     05  FILLER                   PIC X(128).                     00002001
000867                                                                  00002001
000868 FD  PARMFIL                                                      00002001
000869     RECORDING MODE IS F.                                         00002001
000870 01  PM-RECORD.                                                   00002001
000871     05  PM-RUN-MODE              PIC X(05).                      00002001
000872     05  PM-HIBILL-PCT            PIC X(03).                      00002001
000873     05  PM-TRUEUP-FLAG           PIC X(01).                      00002001
000874     05  PM-REFUND-MIN            PIC X(09).                      00002001
000875     05  PM-REFUND-DAYS           PIC X(03).                      00002001
000876     05  PM-BILL-CYCLE            PIC X(02).                      00002001
000877     05  PM-RECONN-FEE            PIC X(09).                      00002001
000878     05  PM-REINSTATE-AMT         PIC X(09).                      00002001
000879     05  PM-REINSTATE-AMT-N REDEFINES PM-REINSTATE-AMT            00002001
000880                                  PIC 9(07)V99.                   00002001
000881     05  FILLER                   PIC X(39).                      00002001
000882                                                                  00002001
000883 FD  RECONN                                                       00002001
000884     RECORDING MODE IS F.                                         00002001
000885 01  RW-RECORD.                                                   00002001
000886     05  RW-ACCOUNT-NO            PIC 9(06).                      00002001
000887     05  RW-ORDER-DATE            PIC 9(08).                      00002001
000888     05  RW-BALANCE               PIC S9(07)V99                   00002001
000889                                  SIGN LEADING SEPARATE.          00002001
000890     05  RW-LAST-PAY-DATE         PIC 9(08).                      00002001
000891     05  RW-CUST-NAME             PIC X(20).                      00002001
000892     05  RW-ADDR-LINE1            PIC X(25).                      00002001
000893     05  RW-ADDR-LINE2            PIC X(25).                      00002001
000894     05  RW-CITY-ST-ZIP           PIC X(25).                      00002001
000895     05  RW-FILLER                PIC X(04).                      00002001
000820                                                                  00009001
000830 WORKING-STORAGE SECTION.                                         00009001
000840                                                                  00009001
000911 01  WS-DEPEXTR-STATUS           PIC X(02)   VALUE '00'.          00002001
000912 01  WS-RUNCT30-STATUS           PIC X(02)   VALUE '00'.          00002001
000913     88  WS-RUNCT30-NOTFOUND                 VALUE '35'.          00002001
000914 01  WS-ARTRANS-STATUS           PIC X(02)   VALUE '00'.          00002001
000915     88  WS-ARTRANS-NOTFOUND                 VALUE '35'.          00002001
000916 01  WS-CUSTMAST-STATUS          PIC X(02)   VALUE '00'.          00002001
000917 01  WS-PARMFIL-STATUS           PIC X(02)   VALUE '00'.          00002001
000918     88  WS-PARMFIL-NOTFOUND                 VALUE '35'.          00002001
000919 01  WS-RECONN-STATUS            PIC X(02)   VALUE '00'.          00002001
000914 01  WS-RC-IDENT-NOW             PIC X(40)   VALUE SPACES.        00002001
000920                                                                  00010001
000930 01  WS-PAY-EOF-SW               PIC X(01)   VALUE 'N'.           00010001
000970 01  WS-VALID-PAY-SW             PIC X(01)   VALUE 'Y'.           00010001
000980     88  WS-PAY-VALID                        VALUE 'Y'.           00010001
000990     88  WS-PAY-INVALID                      VALUE 'N'.           00010001
000991 01  WS-PAID-TODAY-SW            PIC X(01)   VALUE 'N'.           00010001
000992     88  WS-PAID-TODAY                       VALUE 'Y'.           00010001
001000                                                                  00010001
001010******************************************************************00011001
001020* MATCH KEYS - HIGH-VALUES AT END OF FILE SO THE OTHER LEG OF     00011001
001040******************************************************************00011001
001050 01  WS-PAY-KEY                  PIC X(06)   VALUE SPACES.        00011001
001060 01  WS-AR-KEY                   PIC X(06)   VALUE SPACES.        00011001
001061 01  WS-CUST-KEY                 PIC X(06)   VALUE SPACES.        00011001
001062                                                                  00011001
001063******************************************************************00011001
001064* RECONNECTION - A DISCONNECTED ACCOUNT WHOSE OPEN BALANCE A      00011001
001065* PAYMENT TODAY BRINGS BELOW THE THRESHOLD GETS ITS SERVICE       00011001
001066* BACK.  THE PARM CARD OVERRIDES THE DEFAULT THRESHOLD.           00011001
001067******************************************************************00011001
001068 01  WS-REINSTATE-AMT            PIC 9(07)V99 VALUE 25.00.        00011001
001069 01  WS-OPEN-BALANCE             PIC S9(07)V99 VALUE 0.           00011001
001070                                                                  00011001
001080******************************************************************00011001
001090* EDIT REASON AND RUN COUNTERS                                    00011001
001160 01  WS-AR-READ                  PIC 9(06)   VALUE 0.             00012001
001170 01  WS-AR-WRITTEN               PIC 9(06)   VALUE 0.             00012001
001180 01  WS-AMOUNT-POSTED            PIC 9(09)V99 VALUE 0.            00012001
001181 01  WS-LEDGER-WRITTEN           PIC 9(06)   VALUE 0.             00012001
001182 01  WS-RECONN-WRITTEN           PIC 9(06)   VALUE 0.             00012001
001183 01  WS-RECONN-SHORT             PIC 9(06)   VALUE 0.             00012001
001181                                                                  00012001
001182******************************************************************00012001
001183* DEPOSIT TOTALS BY PAYMENT TYPE.  THE NET DEPOSIT IS WHAT THE    00012001
001510     ACCEPT WS-RUN-TIME FROM TIME.                                00002001
001511                                                                  00002001
001512     PERFORM 020-CHECK-RUN-CONTROL.                               00002001
001513     PERFORM 040-READ-PARM.                                       00002001
001520                                                                  00002001
001530     OPEN INPUT  PAYMENTS.                                        00016001
001540     IF WS-PAYMENTS-STATUS NOT = '00'                             00016001
001805         MOVE 16 TO RETURN-CODE                                   00018001
001806         STOP RUN                                                 00018001
001807     END-IF.                                                      00018001
001808*    AN EARLIER STEP MAY ALREADY HAVE STARTED TODAY'S LEDGER      00018001
001809*    TRANSACTIONS - ADD TO THEM, OR START THEM IF NONE HAS.       00018001
001810     OPEN EXTEND ARTRANS.                                         00018001
001811     IF WS-ARTRANS-NOTFOUND                                       00018001
001812         OPEN OUTPUT ARTRANS                                      00018001
001813     END-IF.                                                      00018001
001814     IF WS-ARTRANS-STATUS NOT = '00'                              00018001
001815         DISPLAY 'UNABLE TO OPEN ARTRANS, STATUS='                00018001
001816             WS-ARTRANS-STATUS                                    00018001
001817         MOVE 16 TO RETURN-CODE                                   00018001
001818         STOP RUN                                                 00018001
001819     END-IF.                                                      00018001
001820     OPEN INPUT  CUSTMAST.                                        00018001
001821     IF WS-CUSTMAST-STATUS NOT = '00'                             00018001
001822         DISPLAY 'UNABLE TO OPEN CUSTMAST, STATUS='               00018001
001823             WS-CUSTMAST-STATUS                                   00018001
001824         MOVE 16 TO RETURN-CODE                                   00018001
001825         STOP RUN                                                 00018001
001826     END-IF.                                                      00018001
001827     OPEN OUTPUT RECONN.                                          00018001
001828     IF WS-RECONN-STATUS NOT = '00'                               00018001
001829         DISPLAY 'UNABLE TO OPEN RECONN, STATUS='                 00018001
001830             WS-RECONN-STATUS                                     00018001
001831         MOVE 16 TO RETURN-CODE                                   00018001
001832         STOP RUN                                                 00018001
001833     END-IF.                                                      00018001
001810                                                                  00019001
001820     PERFORM 200-READ-PAYMENT.                                    00002001
001830     PERFORM 220-READ-AR.                                         00002001
001831     PERFORM 240-READ-CUSTOMER.                                   00002001
001831                                                                  00002001
001832******************************************************************00002001
001833* RERUN PROTECTION.  TODAY'S PAYMENTS FILE IS IDENTIFIED BY       00002001
001890         DISPLAY '*** IS UNUSABLE.  RERUNNING FROM THE TOP.'      00002001
001891     END-IF.                                                      00002001
001892                                                                  00002001
001893******************************************************************00002001
001894* READ THE RUN PARAMETER CARD FOR THE REINSTATEMENT THRESHOLD.    00002001
001895* NO CARD, OR A BLANK FIELD, KEEPS THE DEFAULT.                   00002001
001896******************************************************************00002001
001897 040-READ-PARM.                                                   00002001
001898     OPEN INPUT PARMFIL.                                          00002001
001899     IF WS-PARMFIL-NOTFOUND                                       00002001
001900         DISPLAY 'NO PARM CARD - DEFAULT REINSTATEMENT USED'      00002001
001901     ELSE                                                         00002001
001902         READ PARMFIL                                             00002001
001903             AT END                                               00002001
001904                 CONTINUE                                         00002001
001905             NOT AT END                                           00002001
001906                 IF PM-REINSTATE-AMT NUMERIC                      00002001
001907                     AND PM-REINSTATE-AMT-N > 0                   00002001
001908                     MOVE PM-REINSTATE-AMT-N TO WS-REINSTATE-AMT  00002001
001909                 END-IF                                           00002001
001910         END-READ                                                 00002001
001911         CLOSE PARMFIL                                            00002001
001912     END-IF.                                                      00002001
001913     MOVE WS-REINSTATE-AMT TO WS-MONEY-ED.                        00002001
001914     DISPLAY 'REINSTATE BELOW   : ' WS-MONEY-ED.                  00002001
001915                                                                  00002001
001850******************************************************************00019001
001860* TWO-FILE MATCH ON ACCOUNT NUMBER.  A PAYMENT BELOW THE MASTER   00019001
001870* KEY HAS NO A/R ACCOUNT; A MASTER BELOW THE PAYMENT KEY HAS NO   00019001
002290* READ THE NEXT A/R MASTER RECORD.                                00023001
002300******************************************************************00023001
002310 220-READ-AR.                                                     00024001
002311     MOVE 'N' TO WS-PAID-TODAY-SW.                                00024001
002320     READ ARMAST                                                  00024001
002330         AT END                                                   00024001
002340             SET WS-AR-EOF TO TRUE                                00024001
002370             ADD 1 TO WS-AR-READ                                  00024001
002380             MOVE AR-ACCOUNT-NO TO WS-AR-KEY                      00024001
002390     END-READ.                                                    00024001
002391                                                                  00024001
002392******************************************************************00024001
002393* READ THE NEXT CUSTOMER MASTER RECORD - STOPS AT THE TRAILER.    00024001
002394******************************************************************00024001
002395 240-READ-CUSTOMER.                                               00024001
002396     READ CUSTMAST                                                00024001
002397         AT END                                                   00024001
002398             MOVE HIGH-VALUES TO WS-CUST-KEY                      00024001
002399         NOT AT END                                               00024001
002400             IF CT-TRAILER                                        00024001
002401                 MOVE HIGH-VALUES TO WS-CUST-KEY                  00024001
002402             ELSE                                                 00024001
002403                 MOVE CM-ACCOUNT-NO TO WS-CUST-KEY                00024001
002404             END-IF                                               00024001
002405     END-READ.                                                    00024001
002400                                                                  00024001
002410******************************************************************00025001
002420* VALIDATE A PAYMENT BEFORE POSTING IT.                           00025001
002709* INTO ITS PAYMENT-TYPE DEPOSIT BUCKET.                           00028001
002710******************************************************************00028001
002711 430-POST-RECEIPT.                                                00028001
002712     SET WS-PAID-TODAY TO TRUE.                                   00028001
002712     ADD PY-PAY-AMOUNT-N TO AR-PAYMENTS-RECVD.                    00028001
002720     MOVE PY-PAY-DATE-N TO AR-LAST-PAY-DATE.                      00028001
002730     ADD 1 TO WS-PAYMENTS-POSTED.                                 00028001
002753             ADD PY-PAY-AMOUNT-N TO WS-LOCKBOX-AMT                00028001
002754     END-EVALUATE.                                                00028001
002755                                                                  00028001
002756     MOVE SPACES TO LG-RECORD.                                    00028001
002757     MOVE PY-ACCOUNT-NO-N TO LG-ACCOUNT-NO.                       00028001
002758     MOVE 'PY' TO LG-TRAN-TYPE.                                   00028001
002759     MOVE PY-PAY-DATE-N TO LG-TRAN-DATE.                          00028001
002760     COMPUTE LG-AMOUNT = 0 - PY-PAY-AMOUNT-N.                     00028001
002761     MOVE WS-TYPE-DESC TO LG-REFERENCE.                           00028001
002762     PERFORM 520-WRITE-LEDGER.                                    00028001
002755                                                                  00028001
002760     MOVE PY-PAY-AMOUNT-N TO WS-MONEY-ED.                         00028001
002770     MOVE SPACES TO WS-PRINT-LINE.                                00028001
002780     STRING 'POSTED   ACCT ' PY-ACCOUNT-NO                        00028001
002837     ADD 1 TO WS-NSF-COUNT.                                       00028001
002838     ADD PY-PAY-AMOUNT-N TO WS-NSF-AMT.                           00028001
002839                                                                  00028001
002840     MOVE SPACES TO LG-RECORD.                                    00028001
002841     MOVE PY-ACCOUNT-NO-N TO LG-ACCOUNT-NO.                       00028001
002842     MOVE 'NS' TO LG-TRAN-TYPE.                                   00028001
002843     MOVE PY-PAY-DATE-N TO LG-TRAN-DATE.                          00028001
002844     MOVE PY-PAY-AMOUNT-N TO LG-AMOUNT.                           00028001
002845     MOVE 'NSF REVERSAL' TO LG-REFERENCE.                         00028001
002846     PERFORM 520-WRITE-LEDGER.                                    00028001
002839                                                                  00028001
002840     MOVE PY-PAY-AMOUNT-N TO WS-MONEY-ED.                         00028001
002841     MOVE SPACES TO WS-PRINT-LINE.                                00028001
002842     STRING 'NSF REVD ACCT ' PY-ACCOUNT-NO                        00028001
002870 500-WRITE-AR.                                                    00029001
002880     WRITE AN-RECORD FROM AR-RECORD.                              00029001
002890     ADD 1 TO WS-AR-WRITTEN.                                      00029001
002891     IF WS-PAID-TODAY                                             00029001
002892         PERFORM 550-CHECK-RECONNECT THRU 550-CHECK-RECONNECT-EXIT00029001
002893     END-IF.                                                      00029001
002894                                                                  00029001
002895******************************************************************00029001
002896* AN ACCOUNT PAID TODAY - IF FIELD SERVICES HAS DISCONNECTED IT   00029001
002897* AND THE OPEN BALANCE (RECONNECT FEE INCLUDED) IS NOW BELOW THE  00029001
002898* REINSTATEMENT THRESHOLD, ORDER THE SERVICE RECONNECTED.  ONE    00029001
002899* PAID BUT STILL AT OR ABOVE THE THRESHOLD IS LISTED SO THE       00029001
002900* CASHIER CAN TELL THE CUSTOMER WHAT IS STILL OWED.  CUSTMAST IS  00029001
002901* IN ACCOUNT ORDER, SO IT IS SKIPPED FORWARD TO THE ACCOUNT.      00029001
002902******************************************************************00029001
002903 550-CHECK-RECONNECT.                                             00029001
002904     PERFORM 240-READ-CUSTOMER                                    00029001
002905         UNTIL WS-CUST-KEY NOT < WS-AR-KEY.                       00029001
002906     IF WS-CUST-KEY NOT = WS-AR-KEY                               00029001
002907         GO TO 550-CHECK-RECONNECT-EXIT                           00029001
002908     END-IF.                                                      00029001
002909     IF NOT CM-DISCONNECTED                                       00029001
002910         GO TO 550-CHECK-RECONNECT-EXIT                           00029001
002911     END-IF.                                                      00029001
002912                                                                  00029001
002913     COMPUTE WS-OPEN-BALANCE =                                    00029001
002914         AR-PRIOR-BALANCE - AR-PAYMENTS-RECVD.                    00029001
002915     MOVE WS-OPEN-BALANCE TO WS-MONEY-SIGNED-ED.                  00029001
002916     IF WS-OPEN-BALANCE NOT < WS-REINSTATE-AMT                    00029001
002917         ADD 1 TO WS-RECONN-SHORT                                 00029001
002918         MOVE SPACES TO WS-PRINT-LINE                             00029001
002919         STRING 'DISCONN  ACCT ' AR-ACCOUNT-NO                    00029001
002920             ' STILL OWES ' WS-MONEY-SIGNED-ED                    00029001
002921             ' - NO RECONNECT ORDER'                              00029001
002922             DELIMITED BY SIZE INTO WS-PRINT-LINE                 00029001
002923         WRITE PP-LINE FROM WS-PRINT-LINE                         00029001
002924         GO TO 550-CHECK-RECONNECT-EXIT                           00029001
002925     END-IF.                                                      00029001
002926                                                                  00029001
002927     MOVE SPACES TO RW-RECORD.                                    00029001
002928     MOVE AR-ACCOUNT-NO       TO RW-ACCOUNT-NO.                   00029001
002929     MOVE WS-RUN-DATE         TO RW-ORDER-DATE.                   00029001
002930     MOVE WS-OPEN-BALANCE     TO RW-BALANCE.                      00029001
002931     MOVE AR-LAST-PAY-DATE    TO RW-LAST-PAY-DATE.                00029001
002932     MOVE CM-CUST-NAME        TO RW-CUST-NAME.                    00029001
002933     MOVE CM-ADDR-LINE1       TO RW-ADDR-LINE1.                   00029001
002934     MOVE CM-ADDR-LINE2       TO RW-ADDR-LINE2.                   00029001
002935     MOVE CM-CITY-ST-ZIP      TO RW-CITY-ST-ZIP.                  00029001
002936     WRITE RW-RECORD.                                             00029001
002937     IF WS-RECONN-STATUS NOT = '00'                               00029001
002938         DISPLAY 'UNABLE TO WRITE RECONN, STATUS='                00029001
002939             WS-RECONN-STATUS                                     00029001
002940         MOVE 16 TO RETURN-CODE                                   00029001
002941         STOP RUN                                                 00029001
002942     END-IF.                                                      00029001
002943     ADD 1 TO WS-RECONN-WRITTEN.                                  00029001
002944     MOVE SPACES TO WS-PRINT-LINE.                                00029001
002945     STRING 'RECONN   ACCT ' AR-ACCOUNT-NO                        00029001
002946         ' BALANCE ' WS-MONEY-SIGNED-ED                           00029001
002947         ' - RECONNECT ORDER ISSUED'                              00029001
002948         DELIMITED BY SIZE INTO WS-PRINT-LINE.                    00029001
002949     WRITE PP-LINE FROM WS-PRINT-LINE.                            00029001
002950 550-CHECK-RECONNECT-EXIT.                                        00029001
002951     EXIT.                                                        00029001
002891                                                                  00029001
002892******************************************************************00029001
002893* APPEND ONE ROW TO THE DAY'S LEDGER TRANSACTIONS.  THE CALLER    00029001
002894* FILLS IN THE ACCOUNT, TYPE, DATE, SIGNED AMOUNT (A CREDIT TO    00029001
002895* THE BALANCE IS NEGATIVE) AND REFERENCE.                         00029001
002896******************************************************************00029001
002897 520-WRITE-LEDGER.                                                00029001
002898     MOVE WS-RUN-DATE TO LG-POST-DATE.                            00029001
002899     MOVE WS-RUN-TIME TO LG-POST-TIME.                            00029001
002900     MOVE 'UTIL2030' TO LG-SOURCE.                                00029001
002901     WRITE LG-RECORD.                                             00029001
002902     IF WS-ARTRANS-STATUS NOT = '00'                              00029001
002903         DISPLAY 'UNABLE TO WRITE ARTRANS, STATUS='               00029001
002904             WS-ARTRANS-STATUS                                    00029001
002905         MOVE 16 TO RETURN-CODE                                   00029001
002906         STOP RUN                                                 00029001
002907     END-IF.                                                      00029001
002908     ADD 1 TO WS-LEDGER-WRITTEN.                                  00029001
002900                                                                  00029001
002910******************************************************************00030001
002920* LIST A REJECTED PAYMENT ON THE REGISTER SO THE CASH DRAWER      00030001
003254     DISPLAY 'NET DEPOSIT       : ' WS-MONEY-SIGNED-ED.           00032001
003260     DISPLAY 'A/R READ          : ' WS-AR-READ.                   00033001
003270     DISPLAY 'A/R WRITTEN       : ' WS-AR-WRITTEN.                00033001
003271     DISPLAY 'LEDGER ROWS       : ' WS-LEDGER-WRITTEN.            00033001
003272     DISPLAY 'RECONNECT ORDERS  : ' WS-RECONN-WRITTEN.            00033001
003273     DISPLAY 'DISCONN STILL OWE : ' WS-RECONN-SHORT.              00033001
003280     DISPLAY '================================'.                  00033001
003290                                                                  00033001
003300     CLOSE PAYMENTS.                                              00002001
003320     CLOSE ARNEW.                                                 00002001
003330     CLOSE PAYRPT.                                                00002001
003331     CLOSE DEPEXTR.                                               00002001
003332     CLOSE ARTRANS.                                               00002001
003333     CLOSE CUSTMAST.                                              00002001
003334     CLOSE RECONN.                                                00002001
003332                                                                  00002001
003333     PERFORM 860-WRITE-RUN-CONTROL.                               00002001
003332                                                                  00032001
