000010 IDENTIFICATION DIVISION.                                         00001001
000020 PROGRAM-ID. UTIL2045.                                            00001001
000030******************************************************************00001001
000040*  Programmer.:Gabriel Dilley                                     00001001
000050*  Date.......:October 7, 2026                                    00001001
000060*  GitHub URL.:                                                   00001001
000070*  Description:Payment-arrangement maintenance.  Applies the      00001001
000080*              batch ADD/CANCEL transactions keyed by             00001001
000090*              Collections to the payment-arrangement master      00001001
000100*              (ARRMAST).  An arrangement defers part of an       00001001
000110*              account's open A/R balance into a fixed number of  00002001
000120*              installments; the bill run (UTIL2000) bills one    00002001
000130*              installment a cycle on top of the current charges  00002001
000140*              and marks the arrangement broken when a bill goes  00002001
000150*              unpaid, and the delinquency run (UTIL2040) holds   00002001
000160*              off dunning and disconnect while it stays current. 00002001
000170*              Every applied transaction and every reject is      00002001
000180*              listed on the ARRRPT register.                     00002001
000190******************************************************************00002001
000200*  MODIFICATION HISTORY                                           00002001
000210*  ---------------------------------------------------------      00003001
000220*  DATE       INIT  DESCRIPTION                                   00003001
000230*  ---------------------------------------------------------      00003001
000240*  10/07/2026 GD    Initial version.                              00003001
000250******************************************************************00003001
000260                                                                  00003001
000270 ENVIRONMENT DIVISION.                                            00003001
000280 INPUT-OUTPUT SECTION.                                            00003001
000290 FILE-CONTROL.                                                    00003001
000300*  Arrangement transactions keyed by Collections - trans code,    00003001
000310*  arrangement terms and the keying user, in ascending account    00004001
000320*  order; one transaction per account per run.                    00004001
000330     SELECT ARRTRN ASSIGN TO "ARRTRN"                             00004001
000340         ORGANIZATION IS LINE SEQUENTIAL                          00004001
000350         FILE STATUS IS WS-ARRTRN-STATUS.                         00004001
000360                                                                  00004001
000370*  Payment-arrangement master as it stands before maintenance.    00004001
000380*  Absent before the first arrangement is ever set up.            00004001
000390     SELECT ARRMAST ASSIGN TO "ARRMAST"                           00004001
000400         ORGANIZATION IS LINE SEQUENTIAL                          00004001
000410         FILE STATUS IS WS-ARRMAST-STATUS.                        00005001
000420                                                                  00005001
000430*  Updated arrangement master.                                    00005001
000440     SELECT ARRNEW ASSIGN TO "ARRNEW"                             00005001
000450         ORGANIZATION IS LINE SEQUENTIAL                          00005001
000460         FILE STATUS IS WS-ARRNEW-STATUS.                         00005001
000470                                                                  00005001
000480*  Accounts-receivable master - the open balance an added         00005001
000490*  arrangement may not exceed.                                    00005001
000500     SELECT ARMAST ASSIGN TO "ARMAST"                             00005001
000510         ORGANIZATION IS LINE SEQUENTIAL                          00006001
000520         FILE STATUS IS WS-ARMAST-STATUS.                         00006001
000530                                                                  00006001
000540*  Arrangement register - applied transactions and rejects.       00006001
000550     SELECT ARRRPT ASSIGN TO "ARRRPT"                             00006001
000560         ORGANIZATION IS LINE SEQUENTIAL                          00006001
000570         FILE STATUS IS WS-ARRRPT-STATUS.                         00006001
000580                                                                  00006001
000590*  Run-control record - identity of the last ARRTRN file applied  00006001
000600*  and whether that run completed.                                00006001
000610     SELECT RUNCT45 ASSIGN TO "RUNCT45"                           00007001
000620         ORGANIZATION IS LINE SEQUENTIAL                          00007001
000630         FILE STATUS IS WS-RUNCT45-STATUS.                        00007001
000640                                                                  00007001
000650 DATA DIVISION.                                                   00007001
000660 FILE SECTION.                                                    00007001
000670                                                                  00007001
000680 FD  ARRTRN                                                       00007001
000690     RECORDING MODE IS F.                                         00007001
000700 01  AT-RECORD.                                                   00007001
000710     05  AT-TRANS-CODE            PIC X(01).                      00008001
000720         88  AT-TRANS-ADD                     VALUE 'A'.          00008001
000730         88  AT-TRANS-CANCEL                  VALUE 'C'.          00008001
000740     05  AT-ACCOUNT-NO            PIC X(06).                      00008001
000750     05  AT-ACCOUNT-NO-N REDEFINES AT-ACCOUNT-NO                  00008001
000760                                  PIC 9(06).                      00008001
000770     05  AT-ARR-DATE              PIC X(08).                      00008001
000780     05  AT-ARR-DATE-N REDEFINES AT-ARR-DATE                      00008001
000790                                  PIC 9(08).                      00008001
000800     05  AT-TOTAL-AMT             PIC X(09).                      00008001
000810     05  AT-TOTAL-AMT-N REDEFINES AT-TOTAL-AMT                    00009001
000820                                  PIC 9(07)V99.                   00009001
000830     05  AT-INST-COUNT            PIC X(03).                      00009001
000840     05  AT-INST-COUNT-N REDEFINES AT-INST-COUNT                  00009001
000850                                  PIC 9(03).                      00009001
000860*    A ZERO INSTALLMENT AMOUNT SPLITS THE TOTAL EVENLY; THE BILL  00009001
000870*    RUN PUTS ANY ROUNDING ON THE LAST INSTALLMENT.               00009001
000880     05  AT-INST-AMT              PIC X(09).                      00009001
000890     05  AT-INST-AMT-N REDEFINES AT-INST-AMT                      00009001
000900                                  PIC 9(07)V99.                   00009001
000910     05  AT-USER-ID               PIC X(08).                      00010001
000920     05  FILLER                   PIC X(06).                      00010001
000930                                                                  00010001
000940 FD  ARRMAST                                                      00010001
000950     RECORDING MODE IS F.                                         00010001
000960 01  AM-RECORD.                                                   00010001
000970     05  AM-ACCOUNT-NO            PIC 9(06).                      00010001
000980*    A ACTIVE, B BROKEN (A BILL WENT UNPAID), C CANCELLED BY      00010001
000990*    COLLECTIONS, P PAID OUT.                                     00010001
001000     05  AM-STATUS                PIC X(01).                      00010001
001010         88  AM-ACTIVE                        VALUE 'A'.          00011001
001020     05  AM-ARR-DATE              PIC 9(08).                      00011001
001030     05  AM-TOTAL-AMT             PIC 9(07)V99.                   00011001
001040     05  AM-INST-COUNT            PIC 9(03).                      00011001
001050     05  AM-INST-AMT              PIC 9(07)V99.                   00011001
001060     05  AM-INST-BILLED           PIC 9(03).                      00011001
001070     05  AM-AMT-BILLED            PIC 9(07)V99.                   00011001
001080     05  AM-LAST-DUE              PIC 9(07)V99.                   00011001
001090     05  AM-LAST-BILL-DATE        PIC 9(08).                      00011001
001100     05  AM-CLOSE-DATE            PIC 9(08).                      00011001
001110     05  AM-USER-ID               PIC X(08).                      00012001
001120     05  FILLER                   PIC X(09).                      00012001
001130                                                                  00012001
001140 FD  ARRNEW                                                       00012001
001150     RECORDING MODE IS F.                                         00012001
001160 01  AX-RECORD                    PIC X(90).                      00012001
001170                                                                  00012001
001180 FD  ARMAST                                                       00012001
001190     RECORDING MODE IS F.                                         00012001
001200 01  AR-RECORD.                                                   00012001
001210     05  AR-ACCOUNT-NO            PIC 9(06).                      00013001
001220     05  AR-PRIOR-BALANCE         PIC S9(07)V99                   00013001
001230                                  SIGN LEADING SEPARATE.          00013001
001240     05  AR-PAYMENTS-RECVD        PIC 9(07)V99.                   00013001
001250     05  AR-LAST-PAY-DATE         PIC 9(08).                      00013001
001260     05  AR-BUDGET-VARIANCE-X     PIC X(10).                      00013001
001270     05  FILLER                   PIC X(05).                      00013001
001280                                                                  00013001
001290 FD  ARRRPT                                                       00013001
001300     RECORDING MODE IS F.                                         00013001
001310 01  RR-LINE                      PIC X(132).                     00014001
001320                                                                  00014001
001330 FD  RUNCT45                                                      00014001
001340     RECORDING MODE IS F.                                         00014001
001350 01  RC-RECORD.                                                   00014001
001360     05  RC-STATUS                PIC X(01).                      00014001
001370         88  RC-COMPLETE                      VALUE 'C'.          00014001
001380         88  RC-IN-PROGRESS                   VALUE 'I'.          00014001
001390     05  RC-RUN-DATE              PIC 9(08).                      00014001
001400     05  RC-TRANS-IDENT           PIC X(40).                      00014001
001410     05  RC-TRANS-COUNT           PIC 9(06).                      00015001
001420     05  FILLER                   PIC X(05).                      00015001
001430                                                                  00015001
001440 WORKING-STORAGE SECTION.                                         00015001
001450                                                                  00015001
001460******************************************************************00015001
001470* FILE STATUS / SWITCHES                                          00015001
001480******************************************************************00015001
001490 01  WS-ARRTRN-STATUS            PIC X(02)   VALUE '00'.          00015001
001500 01  WS-ARRMAST-STATUS           PIC X(02)   VALUE '00'.          00015001
001510     88  WS-ARRMAST-NOTFOUND                 VALUE '35'.          00016001
001520 01  WS-ARRNEW-STATUS            PIC X(02)   VALUE '00'.          00016001
001530 01  WS-ARMAST-STATUS            PIC X(02)   VALUE '00'.          00016001
001540 01  WS-ARRRPT-STATUS            PIC X(02)   VALUE '00'.          00016001
001550 01  WS-RUNCT45-STATUS           PIC X(02)   VALUE '00'.          00016001
001560     88  WS-RUNCT45-NOTFOUND                 VALUE '35'.          00016001
001570 01  WS-RC-IDENT-NOW             PIC X(40)   VALUE SPACES.        00016001
001580                                                                  00016001
001590 01  WS-TRANS-EOF-SW             PIC X(01)   VALUE 'N'.           00016001
001600     88  WS-TRANS-EOF                        VALUE 'Y'.           00016001
001610 01  WS-ARR-EOF-SW               PIC X(01)   VALUE 'N'.           00017001
001620     88  WS-ARR-EOF                          VALUE 'Y'.           00017001
001630 01  WS-VALID-TRANS-SW           PIC X(01)   VALUE 'Y'.           00017001
001640     88  WS-TRANS-VALID                      VALUE 'Y'.           00017001
001650     88  WS-TRANS-INVALID                    VALUE 'N'.           00017001
001660                                                                  00017001
001670******************************************************************00017001
001680* MATCH KEYS - HIGH-VALUES AT END OF FILE SO THE OTHER LEG OF     00017001
001690* THE TWO-FILE MATCH DRAINS CLEANLY.  THE LAST TRANSACTION KEY    00017001
001700* CATCHES A SECOND TRANSACTION FOR THE SAME ACCOUNT.              00017001
001710******************************************************************00018001
001720 01  WS-TRANS-KEY                PIC X(06)   VALUE SPACES.        00018001
001730 01  WS-ARR-KEY                  PIC X(06)   VALUE SPACES.        00018001
001740 01  WS-AR-KEY                   PIC X(06)   VALUE SPACES.        00018001
001750 01  WS-LAST-TRANS-KEY           PIC X(06)   VALUE SPACES.        00018001
001760                                                                  00018001
001770******************************************************************00018001
001780* EDIT BOUNDS AND WORK AREAS                                      00018001
001790******************************************************************00018001
001800 01  WS-MIN-INSTALLMENTS         PIC 9(03)   VALUE 2.             00018001
001810 01  WS-MAX-INSTALLMENTS         PIC 9(03)   VALUE 24.            00019001
001820 01  WS-OPEN-BALANCE             PIC S9(07)V99 VALUE 0.           00019001
001830 01  WS-INST-TOTAL               PIC 9(09)V99 VALUE 0.            00019001
001840 01  WS-UNBILLED                 PIC S9(07)V99 VALUE 0.           00019001
001850 01  WS-EDIT-REASON              PIC X(60)   VALUE SPACES.        00019001
001860 01  WS-EDIT-REASON-PTR          PIC 9(02)   VALUE 1.             00019001
001870                                                                  00019001
001880******************************************************************00019001
001890* NEW ARRANGEMENT RECORD BUILT FROM AN EDITED ADD, AND THE        00019001
001900* MATCHED MASTER AS UPDATED BY A CANCEL.                          00019001
001910******************************************************************00020001
001920 01  WS-ARR-REC.                                                  00020001
001930     05  WS-ARM-ACCOUNT-NO        PIC 9(06).                      00020001
001940     05  WS-ARM-STATUS            PIC X(01).                      00020001
001950     05  WS-ARM-ARR-DATE          PIC 9(08).                      00020001
001960     05  WS-ARM-TOTAL-AMT         PIC 9(07)V99.                   00020001
001970     05  WS-ARM-INST-COUNT        PIC 9(03).                      00020001
001980     05  WS-ARM-INST-AMT          PIC 9(07)V99.                   00020001
001990     05  WS-ARM-INST-BILLED       PIC 9(03).                      00020001
002000     05  WS-ARM-AMT-BILLED        PIC 9(07)V99.                   00020001
002010     05  WS-ARM-LAST-DUE          PIC 9(07)V99.                   00021001
002020     05  WS-ARM-LAST-BILL-DATE    PIC 9(08).                      00021001
002030     05  WS-ARM-CLOSE-DATE        PIC 9(08).                      00021001
002040     05  WS-ARM-USER-ID           PIC X(08).                      00021001
002050     05  FILLER                   PIC X(09).                      00021001
002060                                                                  00021001
002070******************************************************************00021001
002080* RUN COUNTERS AND CONTROL TOTALS                                 00021001
002090******************************************************************00021001
002100 01  WS-TRANS-READ               PIC 9(06)   VALUE 0.             00021001
002110 01  WS-TRANS-APPLIED            PIC 9(06)   VALUE 0.             00022001
002120 01  WS-TRANS-REJECTED           PIC 9(06)   VALUE 0.             00022001
002130 01  WS-ADDS-APPLIED             PIC 9(06)   VALUE 0.             00022001
002140 01  WS-CANCELS-APPLIED          PIC 9(06)   VALUE 0.             00022001
002150 01  WS-ARR-READ                 PIC 9(06)   VALUE 0.             00022001
002160 01  WS-ARR-WRITTEN              PIC 9(06)   VALUE 0.             00022001
002170 01  WS-ADDED-AMT                PIC 9(09)V99 VALUE 0.            00022001
002180 01  WS-CANCELLED-AMT            PIC 9(09)V99 VALUE 0.            00022001
002190                                                                  00022001
002200******************************************************************00022001
002210* RUN DATE/TIME, PRINT-LINE AND EDITED FIELDS                     00023001
002220******************************************************************00023001
002230 01  WS-RUN-DATE                 PIC 9(08)   VALUE 0.             00023001
002240 01  WS-RUN-TIME                 PIC 9(08)   VALUE 0.             00023001
002250 01  WS-PRINT-LINE               PIC X(132)  VALUE SPACES.        00023001
002260 01  WS-MONEY-ED                 PIC $$,$$$,$$9.99.               00023001
002270 01  WS-MONEY-ED2                PIC $$,$$$,$$9.99.               00023001
002280 01  WS-MONEY-ED3                PIC $$$,$$$,$$9.99.              00023001
002290 01  WS-COUNT-ED                 PIC ZZ9.                         00023001
002300                                                                  00023001
002310 PROCEDURE DIVISION.                                              00024001
002320                                                                  00024001
002330******************************************************************00024001
002340* MAINLINE - INITIALIZE, APPLY MAINTENANCE, WRAP UP               00024001
002350******************************************************************00024001
002360 000-MAIN.                                                        00024001
002370     PERFORM 050-INITIALIZE-RUN.                                  00024001
002380     PERFORM 100-MATCH-CONTROL THRU 100-MATCH-CONTROL-EXIT        00024001
002390         UNTIL WS-TRANS-EOF AND WS-ARR-EOF.                       00024001
002400     PERFORM 800-END-OF-RUN.                                      00024001
002410     STOP RUN.                                                    00025001
002420                                                                  00025001
002430******************************************************************00025001
002440* OPEN FILES AND PRIME THE TWO-FILE MATCH.                        00025001
002450******************************************************************00025001
002460 050-INITIALIZE-RUN.                                              00025001
002470     DISPLAY '*********************************'.                 00025001
002480     DISPLAY '*** UTIL2045 - ARRANGEMENTS   ***'.                 00025001
002490     DISPLAY '*********************************'.                 00025001
002500     DISPLAY ' '.                                                 00025001
002510                                                                  00026001
002520     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.                       00026001
002530     ACCEPT WS-RUN-TIME FROM TIME.                                00026001
002540                                                                  00026001
002550     PERFORM 020-CHECK-RUN-CONTROL.                               00026001
002560                                                                  00026001
002570     OPEN INPUT  ARRTRN.                                          00026001
002580     IF WS-ARRTRN-STATUS NOT = '00'                               00026001
002590         DISPLAY 'UNABLE TO OPEN ARRTRN, STATUS='                 00026001
002600             WS-ARRTRN-STATUS                                     00026001
002610         MOVE 16 TO RETURN-CODE                                   00027001
002620         STOP RUN                                                 00027001
002630     END-IF.                                                      00027001
002640*    NO ARRANGEMENT MASTER YET - EVERY ARRANGEMENT IS AN ADD.     00027001
002650     OPEN INPUT  ARRMAST.                                         00027001
002660     IF WS-ARRMAST-NOTFOUND                                       00027001
002670         DISPLAY 'NO ARRANGEMENT MASTER - STARTING A NEW ONE'     00027001
002680         SET WS-ARR-EOF TO TRUE                                   00027001
002690         MOVE HIGH-VALUES TO WS-ARR-KEY                           00027001
002700     ELSE                                                         00027001
002710         IF WS-ARRMAST-STATUS NOT = '00'                          00028001
002720             DISPLAY 'UNABLE TO OPEN ARRMAST, STATUS='            00028001
002730                 WS-ARRMAST-STATUS                                00028001
002740             MOVE 16 TO RETURN-CODE                               00028001
002750             STOP RUN                                             00028001
002760         END-IF                                                   00028001
002770         PERFORM 220-READ-ARRANGEMENT                             00028001
002780     END-IF.                                                      00028001
002790     OPEN OUTPUT ARRNEW.                                          00028001
002800     IF WS-ARRNEW-STATUS NOT = '00'                               00028001
002810         DISPLAY 'UNABLE TO OPEN ARRNEW, STATUS='                 00029001
002820             WS-ARRNEW-STATUS                                     00029001
002830         MOVE 16 TO RETURN-CODE                                   00029001
002840         STOP RUN                                                 00029001
002850     END-IF.                                                      00029001
002860     OPEN INPUT  ARMAST.                                          00029001
002870     IF WS-ARMAST-STATUS NOT = '00'                               00029001
002880         DISPLAY 'UNABLE TO OPEN ARMAST, STATUS='                 00029001
002890             WS-ARMAST-STATUS                                     00029001
002900         MOVE 16 TO RETURN-CODE                                   00029001
002910         STOP RUN                                                 00030001
002920     END-IF.                                                      00030001
002930     OPEN OUTPUT ARRRPT.                                          00030001
002940     IF WS-ARRRPT-STATUS NOT = '00'                               00030001
002950         DISPLAY 'UNABLE TO OPEN ARRRPT, STATUS='                 00030001
002960             WS-ARRRPT-STATUS                                     00030001
002970         MOVE 16 TO RETURN-CODE                                   00030001
002980         STOP RUN                                                 00030001
002990     END-IF.                                                      00030001
003000                                                                  00030001
003010     MOVE SPACES TO WS-PRINT-LINE.                                00031001
003020     STRING 'ACME UTILITY COMPANY - PAYMENT ARRANGEMENT REGISTER' 00031001
003030         '   RUN ' WS-RUN-DATE                                    00031001
003040         DELIMITED BY SIZE INTO WS-PRINT-LINE.                    00031001
003050     WRITE RR-LINE FROM WS-PRINT-LINE.                            00031001
003060     MOVE SPACES TO WS-PRINT-LINE.                                00031001
003070     WRITE RR-LINE FROM WS-PRINT-LINE.                            00031001
003080                                                                  00031001
003090     PERFORM 240-READ-AR.                                         00031001
003100     PERFORM 200-READ-ARR-TRANS.                                  00031001
003110                                                                  00032001
003120******************************************************************00032001
003130* RERUN PROTECTION.  TODAY'S TRANSACTION FILE IS IDENTIFIED BY    00032001
003140* ITS FIRST RECORD; IF THE RUN-CONTROL RECORD SHOWS THE SAME      00032001
003150* FILE ALREADY APPLIED BY A COMPLETED RUN, THE RERUN IS           00032001
003160* REFUSED BEFORE ANY OUTPUT FILE IS TOUCHED.  THE RECORD IS       00032001
003170* THEN REWRITTEN IN-PROGRESS, SO AN ABEND LEAVES ITS MARK.        00032001
003180******************************************************************00032001
003190 020-CHECK-RUN-CONTROL.                                           00032001
003200     OPEN INPUT ARRTRN.                                           00032001
003210     IF WS-ARRTRN-STATUS NOT = '00'                               00033001
003220         DISPLAY 'UNABLE TO OPEN ARRTRN, STATUS='                 00033001
003230             WS-ARRTRN-STATUS                                     00033001
003240         MOVE 16 TO RETURN-CODE                                   00033001
003250         STOP RUN                                                 00033001
003260     END-IF.                                                      00033001
003270     MOVE SPACES TO WS-RC-IDENT-NOW.                              00033001
003280     READ ARRTRN                                                  00033001
003290         AT END                                                   00033001
003300             CONTINUE                                             00033001
003310         NOT AT END                                               00034001
003320             MOVE AT-RECORD TO WS-RC-IDENT-NOW                    00034001
003330     END-READ.                                                    00034001
003340     CLOSE ARRTRN.                                                00034001
003350                                                                  00034001
003360     OPEN INPUT RUNCT45.                                          00034001
003370     IF WS-RUNCT45-NOTFOUND                                       00034001
003380*        FIRST RUN - NO RECORD TO CHECK YET.                      00034001
003390         CONTINUE                                                 00034001
003400     ELSE                                                         00034001
003410         IF WS-RUNCT45-STATUS NOT = '00'                          00035001
003420             DISPLAY 'UNABLE TO OPEN RUNCT45, STATUS='            00035001
003430                 WS-RUNCT45-STATUS                                00035001
003440             MOVE 16 TO RETURN-CODE                               00035001
003450             STOP RUN                                             00035001
003460         END-IF                                                   00035001
003470         READ RUNCT45                                             00035001
003480             AT END                                               00035001
003490                 CONTINUE                                         00035001
003500             NOT AT END                                           00035001
003510                 PERFORM 030-VERIFY-RUN-CONTROL                   00036001
003520         END-READ                                                 00036001
003530         CLOSE RUNCT45                                            00036001
003540     END-IF.                                                      00036001
003550                                                                  00036001
003560     OPEN OUTPUT RUNCT45.                                         00036001
003570     IF WS-RUNCT45-STATUS NOT = '00'                              00036001
003580         DISPLAY 'UNABLE TO OPEN RUNCT45, STATUS='                00036001
003590             WS-RUNCT45-STATUS                                    00036001
003600         MOVE 16 TO RETURN-CODE                                   00036001
003610         STOP RUN                                                 00037001
003620     END-IF.                                                      00037001
003630     MOVE SPACES TO RC-RECORD.                                    00037001
003640     MOVE 'I' TO RC-STATUS.                                       00037001
003650     MOVE WS-RUN-DATE TO RC-RUN-DATE.                             00037001
003660     MOVE WS-RC-IDENT-NOW TO RC-TRANS-IDENT.                      00037001
003670     MOVE 0 TO RC-TRANS-COUNT.                                    00037001
003680     WRITE RC-RECORD.                                             00037001
003690     IF WS-RUNCT45-STATUS NOT = '00'                              00037001
003700         DISPLAY 'UNABLE TO WRITE RUNCT45, STATUS='               00037001
003710             WS-RUNCT45-STATUS                                    00038001
003720         MOVE 16 TO RETURN-CODE                                   00038001
003730         STOP RUN                                                 00038001
003740     END-IF.                                                      00038001
003750     CLOSE RUNCT45.                                               00038001
003760                                                                  00038001
003770 030-VERIFY-RUN-CONTROL.                                          00038001
003780     IF RC-COMPLETE                                               00038001
003790         AND RC-TRANS-IDENT = WS-RC-IDENT-NOW                     00038001
003800         DISPLAY '*** ARRTRN ALREADY APPLIED BY A COMPLETED'      00038001
003810         DISPLAY '*** RUN ON ' RC-RUN-DATE ' - RERUN REFUSED.'    00039001
003820         DISPLAY '*** MOUNT A NEW TRANSACTION FILE OR REMOVE'     00039001
003830         DISPLAY '*** RUNCT45 TO FORCE THE RERUN.'                00039001
003840         MOVE 8 TO RETURN-CODE                                    00039001
003850         STOP RUN                                                 00039001
003860     END-IF.                                                      00039001
003870     IF RC-IN-PROGRESS                                            00039001
003880         DISPLAY '*** PRIOR RUN DID NOT COMPLETE - ITS OUTPUT'    00039001
003890         DISPLAY '*** IS UNUSABLE.  RERUNNING FROM THE TOP.'      00039001
003900     END-IF.                                                      00039001
003910                                                                  00040001
003920******************************************************************00040001
003930* TWO-FILE MATCH ON ACCOUNT NUMBER.  A TRANSACTION BELOW THE      00040001
003940* MASTER KEY HAS NO ARRANGEMENT ON FILE (ONLY AN ADD IS LEGAL);   00040001
003950* A MASTER BELOW THE TRANSACTION KEY HAS NO MAINTENANCE AND       00040001
003960* PASSES THROUGH UNCHANGED; EQUAL KEYS TAKE THE ADD OR CANCEL.    00040001
003970******************************************************************00040001
003980 100-MATCH-CONTROL.                                               00040001
003990     IF WS-TRANS-KEY = WS-LAST-TRANS-KEY                          00040001
004000         MOVE 'ONE TRANSACTION PER ACCOUNT PER RUN'               00040001
004010             TO WS-EDIT-REASON                                    00041001
004020         PERFORM 700-WRITE-REJECT                                 00041001
004030         PERFORM 200-READ-ARR-TRANS                               00041001
004040         GO TO 100-MATCH-CONTROL-EXIT                             00041001
004050     END-IF.                                                      00041001
004060                                                                  00041001
004070     IF WS-TRANS-KEY < WS-ARR-KEY                                 00041001
004080         PERFORM 300-APPLY-UNMATCHED                              00041001
004090         MOVE WS-TRANS-KEY TO WS-LAST-TRANS-KEY                   00041001
004100         PERFORM 200-READ-ARR-TRANS                               00041001
004110         GO TO 100-MATCH-CONTROL-EXIT                             00042001
004120     END-IF.                                                      00042001
004130                                                                  00042001
004140     IF WS-TRANS-KEY > WS-ARR-KEY                                 00042001
004150         PERFORM 500-WRITE-ARRANGEMENT                            00042001
004160         PERFORM 220-READ-ARRANGEMENT                             00042001
004170         GO TO 100-MATCH-CONTROL-EXIT                             00042001
004180     END-IF.                                                      00042001
004190                                                                  00042001
004200     PERFORM 320-APPLY-MATCHED THRU 320-APPLY-MATCHED-EXIT.       00042001
004210     MOVE WS-TRANS-KEY TO WS-LAST-TRANS-KEY.                      00043001
004220     PERFORM 200-READ-ARR-TRANS.                                  00043001
004230     PERFORM 220-READ-ARRANGEMENT.                                00043001
004240 100-MATCH-CONTROL-EXIT.                                          00043001
004250     EXIT.                                                        00043001
004260                                                                  00043001
004270******************************************************************00043001
004280* READ THE NEXT ARRANGEMENT TRANSACTION.                          00043001
004290******************************************************************00043001
004300 200-READ-ARR-TRANS.                                              00043001
004310     READ ARRTRN                                                  00044001
004320         AT END                                                   00044001
004330             SET WS-TRANS-EOF TO TRUE                             00044001
004340             MOVE HIGH-VALUES TO WS-TRANS-KEY                     00044001
004350         NOT AT END                                               00044001
004360             ADD 1 TO WS-TRANS-READ                               00044001
004370             MOVE AT-ACCOUNT-NO TO WS-TRANS-KEY                   00044001
004380     END-READ.                                                    00044001
004390                                                                  00044001
004400******************************************************************00044001
004410* READ THE NEXT ARRANGEMENT MASTER RECORD.                        00045001
004420******************************************************************00045001
004430 220-READ-ARRANGEMENT.                                            00045001
004440     READ ARRMAST                                                 00045001
004450         AT END                                                   00045001
004460             SET WS-ARR-EOF TO TRUE                               00045001
004470             MOVE HIGH-VALUES TO WS-ARR-KEY                       00045001
004480         NOT AT END                                               00045001
004490             ADD 1 TO WS-ARR-READ                                 00045001
004500             MOVE AM-ACCOUNT-NO TO WS-ARR-KEY                     00045001
004510     END-READ.                                                    00046001
004520                                                                  00046001
004530******************************************************************00046001
004540* READ THE NEXT A/R RECORD.  THE A/R MASTER IS ONLY LOOKED AT,    00046001
004550* NEVER WRITTEN - IT IS ADVANCED TO EACH ADD'S ACCOUNT.           00046001
004560******************************************************************00046001
004570 240-READ-AR.                                                     00046001
004580     READ ARMAST                                                  00046001
004590         AT END                                                   00046001
004600             MOVE HIGH-VALUES TO WS-AR-KEY                        00046001
004610         NOT AT END                                               00047001
004620             MOVE AR-ACCOUNT-NO TO WS-AR-KEY                      00047001
004630     END-READ.                                                    00047001
004640                                                                  00047001
004650 245-SKIP-AR.                                                     00047001
004660     PERFORM 240-READ-AR.                                         00047001
004670 245-SKIP-AR-EXIT.                                                00047001
004680     EXIT.                                                        00047001
004690                                                                  00047001
004700******************************************************************00047001
004710* TRANSACTION FOR AN ACCOUNT WITH NO ARRANGEMENT ON FILE.  AN     00048001
004720* EDITED ADD IS WRITTEN (IT IS BELOW THE PENDING MASTER KEY, SO   00048001
004730* SEQUENCE HOLDS); ANYTHING ELSE IS A REJECT.                     00048001
004740******************************************************************00048001
004750 300-APPLY-UNMATCHED.                                             00048001
004760     IF AT-TRANS-ADD                                              00048001
004770         PERFORM 350-EDIT-ADD THRU 350-EDIT-ADD-EXIT              00048001
004780         IF WS-TRANS-VALID                                        00048001
004790             PERFORM 400-BUILD-NEW-ARRANGEMENT                    00048001
004800             PERFORM 510-WRITE-ADDED-ARRANGEMENT                  00048001
004810             PERFORM 600-WRITE-REGISTER-ADD                       00049001
004820         ELSE                                                     00049001
004830             PERFORM 700-WRITE-REJECT                             00049001
004840         END-IF                                                   00049001
004850     ELSE                                                         00049001
004860         IF AT-TRANS-CANCEL                                       00049001
004870             MOVE 'NO ARRANGEMENT ON FILE' TO WS-EDIT-REASON      00049001
004880         ELSE                                                     00049001
004890             MOVE 'TRANS CODE NOT A/C' TO WS-EDIT-REASON          00049001
004900         END-IF                                                   00049001
004910         PERFORM 700-WRITE-REJECT                                 00050001
004920     END-IF.                                                      00050001
004930                                                                  00050001
004940******************************************************************00050001
004950* TRANSACTION MATCHES AN ARRANGEMENT ON FILE.  CANCEL CLOSES AN   00050001
004960* ACTIVE ARRANGEMENT - WHAT IS NOT YET BILLED FALLS BACK INTO     00050001
004970* THE ACCOUNT'S ORDINARY BALANCE AT THE NEXT BILL.  AN ADD        00050001
004980* REPLACES A BROKEN, CANCELLED OR PAID-OUT ARRANGEMENT BUT NOT    00050001
004990* AN ACTIVE ONE, WHICH MUST BE CANCELLED FIRST.  THE MASTER IS    00050001
005000* CONSUMED EITHER WAY.                                            00050001
005010******************************************************************00051001
005020 320-APPLY-MATCHED.                                               00051001
005030     IF AT-TRANS-CANCEL                                           00051001
005040         IF NOT AM-ACTIVE                                         00051001
005050             MOVE 'ARRANGEMENT NOT ACTIVE' TO WS-EDIT-REASON      00051001
005060             PERFORM 700-WRITE-REJECT                             00051001
005070             PERFORM 500-WRITE-ARRANGEMENT                        00051001
005080             GO TO 320-APPLY-MATCHED-EXIT                         00051001
005090         END-IF                                                   00051001
005100         MOVE AM-RECORD TO WS-ARR-REC                             00051001
005110         MOVE 'C' TO WS-ARM-STATUS                                00052001
005120         MOVE WS-RUN-DATE TO WS-ARM-CLOSE-DATE                    00052001
005130         MOVE AT-USER-ID TO WS-ARM-USER-ID                        00052001
005140         WRITE AX-RECORD FROM WS-ARR-REC                          00052001
005150         ADD 1 TO WS-ARR-WRITTEN                                  00052001
005160         ADD 1 TO WS-TRANS-APPLIED                                00052001
005170         ADD 1 TO WS-CANCELS-APPLIED                              00052001
005180         COMPUTE WS-UNBILLED =                                    00052001
005190             WS-ARM-TOTAL-AMT - WS-ARM-AMT-BILLED                 00052001
005200         ADD WS-UNBILLED TO WS-CANCELLED-AMT                      00052001
005210         PERFORM 610-WRITE-REGISTER-CANCEL                        00053001
005220         GO TO 320-APPLY-MATCHED-EXIT                             00053001
005230     END-IF.                                                      00053001
005240                                                                  00053001
005250     IF AT-TRANS-ADD                                              00053001
005260         IF AM-ACTIVE                                             00053001
005270             MOVE 'ARRANGEMENT ALREADY ACTIVE - CANCEL FIRST'     00053001
005280                 TO WS-EDIT-REASON                                00053001
005290             PERFORM 700-WRITE-REJECT                             00053001
005300             PERFORM 500-WRITE-ARRANGEMENT                        00053001
005310             GO TO 320-APPLY-MATCHED-EXIT                         00054001
005320         END-IF                                                   00054001
005330         PERFORM 350-EDIT-ADD THRU 350-EDIT-ADD-EXIT              00054001
005340         IF WS-TRANS-VALID                                        00054001
005350             PERFORM 400-BUILD-NEW-ARRANGEMENT                    00054001
005360             PERFORM 510-WRITE-ADDED-ARRANGEMENT                  00054001
005370             PERFORM 600-WRITE-REGISTER-ADD                       00054001
005380         ELSE                                                     00054001
005390             PERFORM 700-WRITE-REJECT                             00054001
005400             PERFORM 500-WRITE-ARRANGEMENT                        00054001
005410         END-IF                                                   00055001
005420         GO TO 320-APPLY-MATCHED-EXIT                             00055001
005430     END-IF.                                                      00055001
005440                                                                  00055001
005450     MOVE 'TRANS CODE NOT A/C' TO WS-EDIT-REASON.                 00055001
005460     PERFORM 700-WRITE-REJECT.                                    00055001
005470     PERFORM 500-WRITE-ARRANGEMENT.                               00055001
005480 320-APPLY-MATCHED-EXIT.                                          00055001
005490     EXIT.                                                        00055001
005500                                                                  00055001
005510******************************************************************00056001
005520* EDIT AN ADD.  THE ACCOUNT MUST CARRY AN OPEN A/R BALANCE AT     00056001
005530* LEAST AS LARGE AS THE AMOUNT BEING DEFERRED, AND THE TERMS      00056001
005540* MUST COVER THE TOTAL IN THE NUMBER OF INSTALLMENTS GIVEN.       00056001
005550******************************************************************00056001
005560 350-EDIT-ADD.                                                    00056001
005570     MOVE 'Y' TO WS-VALID-TRANS-SW.                               00056001
005580     MOVE SPACES TO WS-EDIT-REASON.                               00056001
005590     MOVE 1 TO WS-EDIT-REASON-PTR.                                00056001
005600                                                                  00056001
005610     IF AT-ACCOUNT-NO NOT NUMERIC                                 00057001
005620         MOVE 'N' TO WS-VALID-TRANS-SW                            00057001
005630         PERFORM 360-APPEND-SEPARATOR                             00057001
005640         STRING 'ACCOUNT NOT NUMERIC' DELIMITED BY SIZE           00057001
005650             INTO WS-EDIT-REASON                                  00057001
005660             WITH POINTER WS-EDIT-REASON-PTR                      00057001
005670     ELSE                                                         00057001
005680         PERFORM 245-SKIP-AR THRU 245-SKIP-AR-EXIT                00057001
005690             UNTIL WS-AR-KEY >= AT-ACCOUNT-NO                     00057001
005700         IF WS-AR-KEY = AT-ACCOUNT-NO                             00057001
005710             COMPUTE WS-OPEN-BALANCE =                            00058001
005720                 AR-PRIOR-BALANCE - AR-PAYMENTS-RECVD             00058001
005730         ELSE                                                     00058001
005740             MOVE 0 TO WS-OPEN-BALANCE                            00058001
005750         END-IF                                                   00058001
005760         IF WS-OPEN-BALANCE NOT > 0                               00058001
005770             MOVE 'N' TO WS-VALID-TRANS-SW                        00058001
005780             PERFORM 360-APPEND-SEPARATOR                         00058001
005790             STRING 'NO OPEN A/R BALANCE' DELIMITED BY SIZE       00058001
005800                 INTO WS-EDIT-REASON                              00058001
005810                 WITH POINTER WS-EDIT-REASON-PTR                  00059001
005820         END-IF                                                   00059001
005830     END-IF.                                                      00059001
005840                                                                  00059001
005850     IF AT-ARR-DATE NOT NUMERIC OR AT-ARR-DATE-N = 0              00059001
005860         MOVE 'N' TO WS-VALID-TRANS-SW                            00059001
005870         PERFORM 360-APPEND-SEPARATOR                             00059001
005880         STRING 'ARRANGEMENT DATE INVALID' DELIMITED BY SIZE      00059001
005890             INTO WS-EDIT-REASON                                  00059001
005900             WITH POINTER WS-EDIT-REASON-PTR                      00059001
005910     END-IF.                                                      00060001
005920                                                                  00060001
005930     IF AT-TOTAL-AMT NOT NUMERIC OR AT-TOTAL-AMT-N = 0            00060001
005940         MOVE 'N' TO WS-VALID-TRANS-SW                            00060001
005950         PERFORM 360-APPEND-SEPARATOR                             00060001
005960         STRING 'TOTAL AMOUNT INVALID' DELIMITED BY SIZE          00060001
005970             INTO WS-EDIT-REASON                                  00060001
005980             WITH POINTER WS-EDIT-REASON-PTR                      00060001
005990     ELSE                                                         00060001
006000         IF WS-OPEN-BALANCE > 0                                   00060001
006010             AND AT-TOTAL-AMT-N > WS-OPEN-BALANCE                 00061001
006020             MOVE 'N' TO WS-VALID-TRANS-SW                        00061001
006030             PERFORM 360-APPEND-SEPARATOR                         00061001
006040             STRING 'TOTAL EXCEEDS OPEN BALANCE' DELIMITED BY SIZE00061001
006050                 INTO WS-EDIT-REASON                              00061001
006060                 WITH POINTER WS-EDIT-REASON-PTR                  00061001
006070         END-IF                                                   00061001
006080     END-IF.                                                      00061001
006090                                                                  00061001
006100     IF AT-INST-COUNT NOT NUMERIC                                 00061001
006110         OR AT-INST-COUNT-N < WS-MIN-INSTALLMENTS                 00062001
006120         OR AT-INST-COUNT-N > WS-MAX-INSTALLMENTS                 00062001
006130         MOVE 'N' TO WS-VALID-TRANS-SW                            00062001
006140         PERFORM 360-APPEND-SEPARATOR                             00062001
006150         STRING 'INSTALLMENTS NOT 2-24' DELIMITED BY SIZE         00062001
006160             INTO WS-EDIT-REASON                                  00062001
006170             WITH POINTER WS-EDIT-REASON-PTR                      00062001
006180     END-IF.                                                      00062001
006190                                                                  00062001
006200     IF AT-INST-AMT NOT NUMERIC                                   00062001
006210         MOVE 'N' TO WS-VALID-TRANS-SW                            00063001
006220         PERFORM 360-APPEND-SEPARATOR                             00063001
006230         STRING 'INSTALLMENT NOT NUMERIC' DELIMITED BY SIZE       00063001
006240             INTO WS-EDIT-REASON                                  00063001
006250             WITH POINTER WS-EDIT-REASON-PTR                      00063001
006260     END-IF.                                                      00063001
006270                                                                  00063001
006280     IF WS-TRANS-INVALID                                          00063001
006290         GO TO 350-EDIT-ADD-EXIT                                  00063001
006300     END-IF.                                                      00063001
006310                                                                  00064001
006320*    THE INSTALLMENTS MUST PAY OFF THE TOTAL - A SHORTFALL WOULD  00064001
006330*    LEAVE A DEFERRED REMAINDER NOTHING EVER BILLS.               00064001
006340     IF AT-INST-AMT-N > 0                                         00064001
006350         COMPUTE WS-INST-TOTAL =                                  00064001
006360             AT-INST-AMT-N * AT-INST-COUNT-N                      00064001
006370         IF WS-INST-TOTAL < AT-TOTAL-AMT-N                        00064001
006380             MOVE 'N' TO WS-VALID-TRANS-SW                        00064001
006390             PERFORM 360-APPEND-SEPARATOR                         00064001
006400             STRING 'INSTALLMENTS DO NOT COVER TOTAL'             00064001
006410                 DELIMITED BY SIZE                                00065001
006420                 INTO WS-EDIT-REASON                              00065001
006430                 WITH POINTER WS-EDIT-REASON-PTR                  00065001
006440         END-IF                                                   00065001
006450     END-IF.                                                      00065001
006460 350-EDIT-ADD-EXIT.                                               00065001
006470     EXIT.                                                        00065001
006480                                                                  00065001
006490 360-APPEND-SEPARATOR.                                            00065001
006500     IF WS-EDIT-REASON-PTR > 1                                    00065001
006510         STRING '; ' DELIMITED BY SIZE                            00066001
006520             INTO WS-EDIT-REASON                                  00066001
006530             WITH POINTER WS-EDIT-REASON-PTR                      00066001
006540     END-IF.                                                      00066001
006550                                                                  00066001
006560******************************************************************00066001
006570* BUILD THE NEW ARRANGEMENT FROM AN EDITED ADD.  A ZERO           00066001
006580* INSTALLMENT AMOUNT IS THE TOTAL SPLIT EVENLY, ROUNDED UP TO     00066001
006590* THE CENT SO THE INSTALLMENTS ALWAYS COVER THE TOTAL.            00066001
006600******************************************************************00066001
006610 400-BUILD-NEW-ARRANGEMENT.                                       00067001
006620     MOVE SPACES TO WS-ARR-REC.                                   00067001
006630     MOVE AT-ACCOUNT-NO-N     TO WS-ARM-ACCOUNT-NO.               00067001
006640     MOVE 'A'                 TO WS-ARM-STATUS.                   00067001
006650     MOVE AT-ARR-DATE-N       TO WS-ARM-ARR-DATE.                 00067001
006660     MOVE AT-TOTAL-AMT-N      TO WS-ARM-TOTAL-AMT.                00067001
006670     MOVE AT-INST-COUNT-N     TO WS-ARM-INST-COUNT.               00067001
006680     IF AT-INST-AMT-N > 0                                         00067001
006690         MOVE AT-INST-AMT-N   TO WS-ARM-INST-AMT                  00067001
006700     ELSE                                                         00067001
006710         COMPUTE WS-ARM-INST-AMT =                                00068001
006720             (AT-TOTAL-AMT-N + AT-INST-COUNT-N * .01 - .01)       00068001
006730             / AT-INST-COUNT-N                                    00068001
006740     END-IF.                                                      00068001
006750     MOVE 0                   TO WS-ARM-INST-BILLED.              00068001
006760     MOVE 0                   TO WS-ARM-AMT-BILLED.               00068001
006770     MOVE 0                   TO WS-ARM-LAST-DUE.                 00068001
006780     MOVE 0                   TO WS-ARM-LAST-BILL-DATE.           00068001
006790     MOVE 0                   TO WS-ARM-CLOSE-DATE.               00068001
006800     MOVE AT-USER-ID          TO WS-ARM-USER-ID.                  00068001
006810                                                                  00069001
006820******************************************************************00069001
006830* CARRY THE CURRENT MASTER RECORD TO ARRNEW UNCHANGED.            00069001
006840******************************************************************00069001
006850 500-WRITE-ARRANGEMENT.                                           00069001
006860     WRITE AX-RECORD FROM AM-RECORD.                              00069001
006870     ADD 1 TO WS-ARR-WRITTEN.                                     00069001
006880                                                                  00069001
006890******************************************************************00069001
006900* WRITE AN ADDED ARRANGEMENT FROM THE WORK RECORD, LEAVING THE    00069001
006910* ARRMAST RECORD AREA (WHICH MAY STILL HOLD A READ-BUT-UNWRITTEN  00070001
006920* MASTER) UNTOUCHED.                                              00070001
006930******************************************************************00070001
006940 510-WRITE-ADDED-ARRANGEMENT.                                     00070001
006950     WRITE AX-RECORD FROM WS-ARR-REC.                             00070001
006960     ADD 1 TO WS-ARR-WRITTEN.                                     00070001
006970     ADD 1 TO WS-TRANS-APPLIED.                                   00070001
006980     ADD 1 TO WS-ADDS-APPLIED.                                    00070001
006990     ADD WS-ARM-TOTAL-AMT TO WS-ADDED-AMT.                        00070001
007000                                                                  00070001
007010******************************************************************00071001
007020* ARRANGEMENT REGISTER - ONE HEADER PER APPLIED TRANSACTION WITH  00071001
007030* THE KEYING USER AND RUN DATE/TIME, THEN THE TERMS SET UP OR     00071001
007040* THE AMOUNT RELEASED BY THE CANCEL.                              00071001
007050******************************************************************00071001
007060 600-WRITE-REGISTER-ADD.                                          00071001
007070     PERFORM 620-WRITE-REGISTER-HEADER.                           00071001
007080     MOVE WS-ARM-TOTAL-AMT TO WS-MONEY-ED.                        00071001
007090     MOVE WS-ARM-INST-AMT  TO WS-MONEY-ED2.                       00071001
007100     MOVE WS-ARM-INST-COUNT TO WS-COUNT-ED.                       00071001
007110     MOVE SPACES TO WS-PRINT-LINE.                                00072001
007120     STRING '    ADDED    : ' WS-MONEY-ED                         00072001
007130         ' IN ' WS-COUNT-ED ' INSTALLMENTS OF ' WS-MONEY-ED2      00072001
007140         ' FROM ' WS-ARM-ARR-DATE                                 00072001
007150         DELIMITED BY SIZE INTO WS-PRINT-LINE.                    00072001
007160     WRITE RR-LINE FROM WS-PRINT-LINE.                            00072001
007170                                                                  00072001
007180 610-WRITE-REGISTER-CANCEL.                                       00072001
007190     PERFORM 620-WRITE-REGISTER-HEADER.                           00072001
007200     MOVE WS-ARM-TOTAL-AMT TO WS-MONEY-ED.                        00072001
007210     MOVE WS-UNBILLED TO WS-MONEY-ED2.                            00073001
007220     MOVE WS-ARM-INST-BILLED TO WS-COUNT-ED.                      00073001
007230     MOVE SPACES TO WS-PRINT-LINE.                                00073001
007240     STRING '    CANCELLED: ' WS-MONEY-ED                         00073001
007250         ' AFTER ' WS-COUNT-ED ' INSTALLMENTS - '                 00073001
007260         WS-MONEY-ED2 ' RETURNS TO THE BALANCE DUE'               00073001
007270         DELIMITED BY SIZE INTO WS-PRINT-LINE.                    00073001
007280     WRITE RR-LINE FROM WS-PRINT-LINE.                            00073001
007290                                                                  00073001
007300 620-WRITE-REGISTER-HEADER.                                       00073001
007310     MOVE SPACES TO WS-PRINT-LINE.                                00074001
007320     STRING 'ACCT ' AT-ACCOUNT-NO                                 00074001
007330         ' TRANS ' AT-TRANS-CODE                                  00074001
007340         ' USER ' AT-USER-ID                                      00074001
007350         ' RUN ' WS-RUN-DATE ' ' WS-RUN-TIME                      00074001
007360         DELIMITED BY SIZE INTO WS-PRINT-LINE.                    00074001
007370     WRITE RR-LINE FROM WS-PRINT-LINE.                            00074001
007380                                                                  00074001
007390******************************************************************00074001
007400* WRITE A REJECTED TRANSACTION TO THE REGISTER.                   00074001
007410******************************************************************00075001
007420 700-WRITE-REJECT.                                                00075001
007430     ADD 1 TO WS-TRANS-REJECTED.                                  00075001
007440     MOVE SPACES TO WS-PRINT-LINE.                                00075001
007450     STRING 'ACCT ' AT-ACCOUNT-NO                                 00075001
007460         ' TRANS ' AT-TRANS-CODE                                  00075001
007470         ' USER ' AT-USER-ID                                      00075001
007480         ' REJECTED: ' WS-EDIT-REASON                             00075001
007490         DELIMITED BY SIZE INTO WS-PRINT-LINE.                    00075001
007500     WRITE RR-LINE FROM WS-PRINT-LINE.                            00075001
007510     DISPLAY '*** REJECT - ' WS-PRINT-LINE(1:79).                 00076001
007520                                                                  00076001
007530******************************************************************00076001
007540* DISPLAY RUN CONTROL TOTALS AND CLOSE UP.                        00076001
007550******************************************************************00076001
007560 800-END-OF-RUN.                                                  00076001
007570     DISPLAY '================================'.                  00076001
007580     DISPLAY '*** UTIL2045 CONTROL TOTALS  ***'.                  00076001
007590     DISPLAY '================================'.                  00076001
007600     DISPLAY 'TRANSACTIONS READ : ' WS-TRANS-READ.                00076001
007610     DISPLAY 'TRANS APPLIED     : ' WS-TRANS-APPLIED.             00077001
007620     DISPLAY '  ADDS            : ' WS-ADDS-APPLIED.              00077001
007630     DISPLAY '  CANCELS         : ' WS-CANCELS-APPLIED.           00077001
007640     DISPLAY 'TRANS REJECTED    : ' WS-TRANS-REJECTED.            00077001
007650     DISPLAY 'MASTERS READ      : ' WS-ARR-READ.                  00077001
007660     DISPLAY 'MASTERS WRITTEN   : ' WS-ARR-WRITTEN.               00077001
007670     MOVE WS-ADDED-AMT TO WS-MONEY-ED3.                           00077001
007680     DISPLAY 'AMOUNT ARRANGED   : ' WS-MONEY-ED3.                 00077001
007690     MOVE WS-CANCELLED-AMT TO WS-MONEY-ED3.                       00077001
007700     DISPLAY 'UNBILLED CANCELLED: ' WS-MONEY-ED3.                 00077001
007710     DISPLAY '================================'.                  00078001
007720                                                                  00078001
007730     MOVE SPACES TO WS-PRINT-LINE.                                00078001
007740     WRITE RR-LINE FROM WS-PRINT-LINE.                            00078001
007750     MOVE SPACES TO WS-PRINT-LINE.                                00078001
007760     STRING 'TRANSACTIONS ' WS-TRANS-READ                         00078001
007770         '  ADDED ' WS-ADDS-APPLIED                               00078001
007780         '  CANCELLED ' WS-CANCELS-APPLIED                        00078001
007790         '  REJECTED ' WS-TRANS-REJECTED                          00078001
007800         DELIMITED BY SIZE INTO WS-PRINT-LINE.                    00078001
007810     WRITE RR-LINE FROM WS-PRINT-LINE.                            00079001
007820                                                                  00079001
007830     CLOSE ARRTRN.                                                00079001
007840     IF NOT WS-ARRMAST-NOTFOUND                                   00079001
007850         CLOSE ARRMAST                                            00079001
007860     END-IF.                                                      00079001
007870     CLOSE ARRNEW.                                                00079001
007880     CLOSE ARMAST.                                                00079001
007890     CLOSE ARRRPT.                                                00079001
007900                                                                  00079001
007910     PERFORM 850-WRITE-RUN-CONTROL.                               00080001
007920                                                                  00080001
007930******************************************************************00080001
007940* THE RUN FINISHED - MARK THE RUN-CONTROL RECORD COMPLETE WITH    00080001
007950* THE FILE IDENTITY AND COUNT, SO A RERUN OF THIS SAME FILE IS    00080001
007960* REFUSED AND THE NEXT STEP CAN TRUST THE OUTPUT.                 00080001
007970******************************************************************00080001
007980 850-WRITE-RUN-CONTROL.                                           00080001
007990     OPEN OUTPUT RUNCT45.                                         00080001
008000     IF WS-RUNCT45-STATUS NOT = '00'                              00080001
008010         DISPLAY 'UNABLE TO OPEN RUNCT45, STATUS='                00081001
008020             WS-RUNCT45-STATUS                                    00081001
008030         MOVE 16 TO RETURN-CODE                                   00081001
008040         STOP RUN                                                 00081001
008050     END-IF.                                                      00081001
008060     MOVE SPACES TO RC-RECORD.                                    00081001
008070     MOVE 'C' TO RC-STATUS.                                       00081001
008080     MOVE WS-RUN-DATE TO RC-RUN-DATE.                             00081001
008090     MOVE WS-RC-IDENT-NOW TO RC-TRANS-IDENT.                      00081001
008100     MOVE WS-TRANS-READ TO RC-TRANS-COUNT.                        00081001
008110     WRITE RC-RECORD.                                             00082001
008120     IF WS-RUNCT45-STATUS NOT = '00'                              00082001
008130         DISPLAY 'UNABLE TO WRITE RUNCT45, STATUS='               00082001
008140             WS-RUNCT45-STATUS                                    00082001
008150         MOVE 16 TO RETURN-CODE                                   00082001
008160         STOP RUN                                                 00082001
008170     END-IF.                                                      00082001
008180     CLOSE RUNCT45.                                               00082001
