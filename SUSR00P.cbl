002212*              security journal are flushed before each        *  susr00p
002214*              checkpoint is hardened, so a restart can        *  susr00p
002216*              repeat a few report lines but never lose one.   *  susr00p
002228*              A leaver who still owns accounts on ACCTFILE    *  susr00p
002240*              has them frozen against transfers before the    *  susr00p
002252*              userid goes, each change journalled on ACCJRNL, *  susr00p
002264*              and the leaver and the accounts are listed on   *  susr00p
002276*              the exceptions report for the accounts to be    *  susr00p
002288*              moved or closed on BANK70A.                     *  susr00p
002300***************************************************************** susr00p
002400*                                                                 susr00p
002500  IDENTIFICATION DIVISION.                                        susr00p
004450          ACCESS MODE IS RANDOM                                   susr00p
004460          RECORD KEY IS CTL-KEY                                   susr00p
004470          FILE STATUS IS WS-CNTLFILE-STATUS.                      susr00p
004473      SELECT ACCTFILE ASSIGN TO ACCTFILE                          susr00p
004476          ORGANIZATION IS INDEXED                                 susr00p
004479          ACCESS MODE IS DYNAMIC                                  susr00p
004482          RECORD KEY IS ACC-ACCOUNT-NO                            susr00p
004485          ALTERNATE RECORD KEY IS ACC-SIGNON-ID WITH DUPLICATES   susr00p
004488          FILE STATUS IS WS-ACCTFILE-STATUS.                      susr00p
004491      SELECT ACCJRNL ASSIGN TO ACCJRNL                            susr00p
004494          ORGANIZATION IS SEQUENTIAL.                             susr00p
004500*                                                                 susr00p
004600  DATA DIVISION.                                                  susr00p
004700  FILE SECTION.                                                   susr00p
004926          10  CKPT-CHANGES       PIC 9(07).                       susr00p
004928          10  CKPT-REVOKES       PIC 9(07).                       susr00p
004930          10  CKPT-EXCEPTIONS    PIC 9(07).                       susr00p
004931          10  CKPT-FROZEN        PIC 9(07).                       susr00p
004932      05  FILLER                 PIC X(37).                       susr00p
005000  FD  BANKUSR.                                                    susr00p
005100  COPY CUSRREC.                                                   susr00p
005200  FD  EXCFILE.                                                    susr00p
005320  COPY CSECREC.                                                   susr00p
005330  FD  CNTLFILE.                                                   susr00p
005340  COPY CCTLREC.                                                   susr00p
005352  FD  ACCTFILE.                                                   susr00p
005364  COPY CACCREC.                                                   susr00p
005376  FD  ACCJRNL.                                                    susr00p
005388  COPY CACJREC.                                                   susr00p
005400*                                                                 susr00p
005500  WORKING-STORAGE SECTION.                                        susr00p
005600  01  WS-MISC-STORAGE.                                            susr00p
005800          VALUE 'SUSR00P'.                                        susr00p
005900      05  WS-BANKUSR-STATUS      PIC X(02).                       susr00p
005910      05  WS-CNTLFILE-STATUS     PIC X(02).                       susr00p
005955      05  WS-ACCTFILE-STATUS     PIC X(02).                       susr00p
006000      05  WS-HRXFILE-SWITCH      PIC X(01).                       susr00p
006100          88  WS-HRXFILE-EOF     VALUE 'Y'.                       susr00p
006200          88  WS-HRXFILE-NOT-EOF VALUE 'N'.                       susr00p
006300      05  WS-EXCEPTION-REASON    PIC X(30).                       susr00p
006302      05  WS-ACCOUNT-SWITCH      PIC X(01).                       susr00p
006304          88  WS-ACCOUNTS-DONE   VALUE 'Y'.                       susr00p
006306          88  WS-ACCOUNTS-NOT-DONE VALUE 'N'.                     susr00p
006308      05  WS-ACCOUNTS-LISTED     PIC 9(04).                       susr00p
006310* The run's own date and time in the same 0CYYDDD/0HHMMSS         susr00p
006320* layouts the online programs stamp from EIBDATE/EIBTIME,         susr00p
006330* for the security-change journal records written here.           susr00p
007100      05  WS-TOTAL-CHANGES       PIC 9(07) VALUE 0.               susr00p
007200      05  WS-TOTAL-REVOKES       PIC 9(07) VALUE 0.               susr00p
007300      05  WS-TOTAL-EXCEPTIONS    PIC 9(07) VALUE 0.               susr00p
007350      05  WS-TOTAL-FROZEN        PIC 9(07) VALUE 0.               susr00p
007400  01  WS-EDIT-FIELDS.                                             susr00p
007500      05  WS-EDIT-COUNT          PIC ZZZZZZ9.                     susr00p
007550      05  WS-EDIT-BALANCE        PIC -ZZZZZZ9.99.                 susr00p
007600*                                                                 susr00p
007700  PROCEDURE DIVISION.                                             susr00p
007800***************************************************************** susr00p
009406         OPEN OUTPUT EXCFILE                                      susr00p
009407      END-IF.                                                     susr00p
009410      OPEN EXTEND SECJRNL.                                        susr00p
009413      OPEN I-O ACCTFILE.                                          susr00p
009416      OPEN EXTEND ACCJRNL.                                        susr00p
009420      ACCEPT WS-ACCEPT-DAY FROM DAY YYYYDDD.                      susr00p
009430      COMPUTE WS-RUN-DATE-J = WS-ACCEPT-DAY - 1900000.            susr00p
009440      ACCEPT WS-ACCEPT-TIME FROM TIME.                            susr00p
009725         MOVE CKPT-CHANGES TO WS-TOTAL-CHANGES                    susr00p
009726         MOVE CKPT-REVOKES TO WS-TOTAL-REVOKES                    susr00p
009727         MOVE CKPT-EXCEPTIONS TO WS-TOTAL-EXCEPTIONS              susr00p
009728         MOVE CKPT-FROZEN TO WS-TOTAL-FROZEN                      susr00p
009729      END-IF.                                                     susr00p
009730      CLOSE CKPTFILE.                                             susr00p
009731  1100-EXIT.                                                      susr00p
009732      EXIT.                                                       susr00p
009733*                                                                 susr00p
009734***************************************************************** susr00p
009735* The checkpoint interval can be retuned on CNTLFILE without  *   susr00p
009736* a recompile; a missing file or record, or a value outside   *   susr00p
009737* 1-9999, keeps the compiled default.                         *   susr00p
009738***************************************************************** susr00p
009739  1200-READ-TUNING.                                               susr00p
009740      OPEN INPUT CNTLFILE.                                        susr00p
009741      MOVE 'CKPTINT' TO CTL-KEY.                                  susr00p
009742      READ CNTLFILE                                               susr00p
009743          INVALID KEY                                             susr00p
009744              MOVE SPACES TO CTL-RECORD                           susr00p
009745      END-READ.                                                   susr00p
009746      IF CTL-VALUE IS NUMERIC                                     susr00p
009747         AND CTL-VALUE IS GREATER THAN ZERO                       susr00p
009748         AND CTL-VALUE IS NOT GREATER THAN 9999                   susr00p
009749         MOVE CTL-VALUE TO WS-CKPT-INTERVAL                       susr00p
009750      END-IF.                                                     susr00p
009751      CLOSE CNTLFILE.                                             susr00p
009752  1200-EXIT.                                                      susr00p
009753      EXIT.                                                       susr00p
009754*                                                                 susr00p
009755  1300-SKIP-HRX.                                                  susr00p
009756      READ HRXFILE                                                susr00p
009757          AT END                                                  susr00p
009758              SET WS-HRXFILE-EOF TO TRUE                          susr00p
009759      END-READ.                                                   susr00p
009760  1300-EXIT.                                                      susr00p
009761      EXIT.                                                       susr00p
009800*                                                                 susr00p
009900***************************************************************** susr00p
010000* One pass of the extract: validate the record, then route the  * susr00p
019860              PERFORM 2400-WRITE-EXCEPTION THRU 2400-EXIT         susr00p
019870              GO TO 2300-EXIT                                     susr00p
019880      END-READ.                                                   susr00p
019884* Any account the leaver still owns is frozen before the userid   susr00p
019888* goes, so no money is left in an ownerless account that can      susr00p
019892* still be transferred from.                                      susr00p
019896      PERFORM 2350-FREEZE-ACCOUNTS THRU 2350-EXIT.                susr00p
019900      DELETE BANKUSR                                              susr00p
020000          INVALID KEY                                             susr00p
020100              MOVE 'UNKNOWN USERID' TO WS-EXCEPTION-REASON        susr00p
020600  2300-EXIT.                                                      susr00p
020700      EXIT.                                                       susr00p
020800*                                                                 susr00p
020801***************************************************************** susr00p
020802* Browse the leaver's accounts on the owner alternate key.  An  * susr00p
020803* open account is frozen and the freeze journalled; a frozen    * susr00p
020804* one is left as it is, so a rerun after a restart changes      * susr00p
020805* nothing twice.  Both are listed with their balances under one * susr00p
020806* exception line for the leaver.  Closed accounts are at zero   * susr00p
020807* and stay out of it.                                           * susr00p
020808***************************************************************** susr00p
020809  2350-FREEZE-ACCOUNTS.                                           susr00p
020810      MOVE ZERO TO WS-ACCOUNTS-LISTED.                            susr00p
020811      SET WS-ACCOUNTS-NOT-DONE TO TRUE.                           susr00p
020812      MOVE HRX-SIGNON-ID TO ACC-SIGNON-ID.                        susr00p
020813      START ACCTFILE                                              susr00p
020814          KEY IS EQUAL TO ACC-SIGNON-ID                           susr00p
020815          INVALID KEY                                             susr00p
020816              GO TO 2350-EXIT                                     susr00p
020817      END-START.                                                  susr00p
020818      PERFORM 2360-FREEZE-NEXT THRU 2360-EXIT                     susr00p
020819              UNTIL WS-ACCOUNTS-DONE.                             susr00p
020820  2350-EXIT.                                                      susr00p
020821      EXIT.                                                       susr00p
020822*                                                                 susr00p
020823  2360-FREEZE-NEXT.                                               susr00p
020824      READ ACCTFILE NEXT RECORD                                   susr00p
020825          AT END                                                  susr00p
020826              SET WS-ACCOUNTS-DONE TO TRUE                        susr00p
020827              GO TO 2360-EXIT                                     susr00p
020828      END-READ.                                                   susr00p
020829      IF ACC-SIGNON-ID IS NOT EQUAL TO HRX-SIGNON-ID              susr00p
020830         SET WS-ACCOUNTS-DONE TO TRUE                             susr00p
020831         GO TO 2360-EXIT                                          susr00p
020832      END-IF.                                                     susr00p
020833      IF ACC-STATUS-CLOSED                                        susr00p
020834         GO TO 2360-EXIT                                          susr00p
020835      END-IF.                                                     susr00p
020836      IF WS-ACCOUNTS-LISTED IS EQUAL TO ZERO                      susr00p
020837         MOVE 'LEAVER OWNS ACCOUNTS - FROZEN'                     susr00p
020838           TO WS-EXCEPTION-REASON                                 susr00p
020839         PERFORM 2400-WRITE-EXCEPTION THRU 2400-EXIT              susr00p
020840      END-IF.                                                     susr00p
020841      ADD 1 TO WS-ACCOUNTS-LISTED.                                susr00p
020842      IF ACC-STATUS-OPEN                                          susr00p
020843         SET ACC-STATUS-FROZEN TO TRUE                            susr00p
020844         REWRITE ACC-RECORD                                       susr00p
020845             INVALID KEY                                          susr00p
020846                 MOVE 'ACCOUNT NOT FROZEN' TO WS-EXCEPTION-REASON susr00p
020847                 PERFORM 2400-WRITE-EXCEPTION THRU 2400-EXIT      susr00p
020848                 GO TO 2360-EXIT                                  susr00p
020849         END-REWRITE                                              susr00p
020850         PERFORM 2800-WRITE-ACCOUNT-JOURNAL THRU 2800-EXIT        susr00p
020851         ADD 1 TO WS-TOTAL-FROZEN                                 susr00p
020852      END-IF.                                                     susr00p
020853      MOVE ACC-BALANCE TO WS-EDIT-BALANCE.                        susr00p
020854      MOVE SPACES TO EXC-LINE.                                    susr00p
020855      STRING '              ACCOUNT ' DELIMITED BY SIZE           susr00p
020856             ACC-ACCOUNT-NO DELIMITED BY SIZE                     susr00p
020857             '  ' DELIMITED BY SIZE                               susr00p
020858             ACC-DESC DELIMITED BY SIZE                           susr00p
020859             '  BALANCE ' DELIMITED BY SIZE                       susr00p
020860             WS-EDIT-BALANCE DELIMITED BY SIZE                    susr00p
020861        INTO EXC-LINE.                                            susr00p
020862      WRITE EXC-LINE.                                             susr00p
020863  2360-EXIT.                                                      susr00p
020864      EXIT.                                                       susr00p
020865*                                                                 susr00p
020900***************************************************************** susr00p
021000* One exception line: the extract action and userid as they     * susr00p
021100* arrived, and the reason the record could not be applied.      * susr00p
022618      CLOSE EXCFILE.                                              susr00p
022620      OPEN EXTEND EXCFILE.                                        susr00p
022622      CLOSE SECJRNL.                                              susr00p
022623      CLOSE ACCJRNL.                                              susr00p
022624      OPEN EXTEND SECJRNL.                                        susr00p
022625      OPEN EXTEND ACCJRNL.                                        susr00p
022626      MOVE 'U' TO WS-CKPT-PHASE.                                  susr00p
022628      PERFORM 8000-HARDEN-CHECKPOINT THRU 8000-EXIT.              susr00p
022630  2500-EXIT.                                                      susr00p
022658  2700-EXIT.                                                      susr00p
022660      EXIT.                                                       susr00p
022662*                                                                 susr00p
022664***************************************************************** susr00p
022666* One account-change journal record for an account frozen with  * susr00p
022668* its owner's revocation, written the way BBANK70P writes an    * susr00p
022670* online freeze but with this program as the actor.             * susr00p
022672***************************************************************** susr00p
022674  2800-WRITE-ACCOUNT-JOURNAL.                                     susr00p
022676      MOVE WS-RUN-DATE-J TO ACJ-DATE.                             susr00p
022678      MOVE WS-RUN-TIME-J TO ACJ-TIME.                             susr00p
022680      MOVE WS-PROGRAM-ID TO ACJ-ACTOR.                            susr00p
022682      MOVE ACC-ACCOUNT-NO TO ACJ-ACCOUNT-NO.                      susr00p
022684      SET ACJ-ACTION-FREEZE TO TRUE.                              susr00p
022686      MOVE 'STATUS OPEN' TO ACJ-BEFORE.                           susr00p
022688      MOVE 'STATUS FROZEN - OWNER REVOKED' TO ACJ-AFTER.          susr00p
022690      WRITE ACJ-RECORD.                                           susr00p
022692  2800-EXIT.                                                      susr00p
022694      EXIT.                                                       susr00p
022696*                                                                 susr00p
022700  4000-WRITE-TOTALS.                                              susr00p
022800      MOVE SPACES TO EXC-LINE.                                    susr00p
022900      WRITE EXC-LINE.                                             susr00p
025100             WS-EDIT-COUNT DELIMITED BY SIZE                      susr00p
025200        INTO EXC-LINE.                                            susr00p
025300      WRITE EXC-LINE.                                             susr00p
025314      MOVE WS-TOTAL-FROZEN TO WS-EDIT-COUNT.                      susr00p
025328      MOVE SPACES TO EXC-LINE.                                    susr00p
025342      STRING 'ACCOUNTS FROZEN  : ' DELIMITED BY SIZE              susr00p
025356             WS-EDIT-COUNT DELIMITED BY SIZE                      susr00p
025370        INTO EXC-LINE.                                            susr00p
025384      WRITE EXC-LINE.                                             susr00p
025400      MOVE WS-TOTAL-EXCEPTIONS TO WS-EDIT-COUNT.                  susr00p
025500      MOVE SPACES TO EXC-LINE.                                    susr00p
025600      STRING 'EXCEPTIONS       : ' DELIMITED BY SIZE              susr00p
027260      MOVE WS-TOTAL-CHANGES TO CKPT-CHANGES.                      susr00p
027265      MOVE WS-TOTAL-REVOKES TO CKPT-REVOKES.                      susr00p
027270      MOVE WS-TOTAL-EXCEPTIONS TO CKPT-EXCEPTIONS.                susr00p
027272      MOVE WS-TOTAL-FROZEN TO CKPT-FROZEN.                        susr00p
027275      WRITE CKPT-RECORD.                                          susr00p
027280      CLOSE CKPTFILE.                                             susr00p
027285  8000-EXIT.                                                      susr00p
027500      CLOSE BANKUSR.                                              susr00p
027600      CLOSE EXCFILE.                                              susr00p
027610      CLOSE SECJRNL.                                              susr00p
027640      CLOSE ACCTFILE.                                             susr00p
027670      CLOSE ACCJRNL.                                              susr00p
027700  9000-EXIT.                                                      susr00p
027800      EXIT.                                                       susr00p
027900*                                                                 susr00p
028000* $ Version 1.03 sequenced on Thursday 15 Oct 2026 at 1:00pm      susr00p
