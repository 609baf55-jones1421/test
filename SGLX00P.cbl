000100***************************************************************** sglx00p
000200*                                                               * sglx00p
000300*   Copyright (C) 1998-2015 Micro Focus. All Rights Reserved.   * sglx00p
000400*   This demonstration program is provided for use by users     * sglx00p
000500*   of Micro Focus products and may be used, modified and       * sglx00p
000600*   distributed as part of your application provided that       * sglx00p
000700*   you properly acknowledge the copyright of Micro Focus       * sglx00p
000800*   in this material.                                           * sglx00p
000900*                                                               * sglx00p
001000***************************************************************** sglx00p
001100*                                                                 sglx00p
001200***************************************************************** sglx00p
001300* Program:     SGLX00P.CBL (Batch Version)                      * sglx00p
001400* Layer:       Ledger interface                                 * sglx00p
001500* Function:    End-of-day general ledger extract.  Reads every  * sglx00p
001600*              posting on the TRNJRNL journal that has not yet  * sglx00p
001700*              gone to the ledger - the control record, TRN-SEQ * sglx00p
001800*              0000000, is passed over - and writes the GLEXTR  * sglx00p
001900*              interface file laid out as CGLXREC: a header     * sglx00p
002000*              with the business date and the GL run number,    * sglx00p
002100*              one detail for each posting, and a trailer with  * sglx00p
002200*              the record count and the debit and credit hash   * sglx00p
002300*              totals.                                          * sglx00p
002400*                                                               * sglx00p
002500*              The finished file is then read back and proved:  * sglx00p
002600*              one header, one trailer, the trailer's count and * sglx00p
002700*              hashes agreeing with the details, and the debit  * sglx00p
002800*              hash equal to the credit hash.  Only a file that * sglx00p
002900*              proves is released.  Its postings are then       * sglx00p
003000*              marked as sent (TRN-GL-FLAG) with the run        * sglx00p
003100*              number, so no posting can reach the ledger       * sglx00p
003200*              twice however often the job is run.  A file that * sglx00p
003300*              does not prove ends the run with return code 8   * sglx00p
003400*              and nothing marked, so the scheduler holds it    * sglx00p
003500*              back from the ledger and a rerun after the fix   * sglx00p
003600*              builds it again under the same run number.       * sglx00p
003700*                                                               * sglx00p
003800*              The marking is checkpointed every CKPTINT        * sglx00p
003900*              postings.  A rerun after an abend part way       * sglx00p
004000*              through resumes the marking of the file already  * sglx00p
004100*              proved rather than building a new one.           * sglx00p
004200*                                                               * sglx00p
004214*              Postings numbered below the GLFROM value on      * sglx00p
004228*              CNTLFILE count as already sent and are neither   * sglx00p
004242*              extracted nor marked, so the history finance     * sglx00p
004256*              keyed into the ledger by hand before this        * sglx00p
004270*              interface went live never reaches it again.      * sglx00p
004284*                                                               * sglx00p
004300*              A one-page control report on GLRPT carries the   * sglx00p
004400*              same totals for finance to sign off against.     * sglx00p
004500***************************************************************** sglx00p
004600*                                                                 sglx00p
004700  IDENTIFICATION DIVISION.                                        sglx00p
004800  PROGRAM-ID.                                                     sglx00p
004900      SGLX00P.                                                    sglx00p
005000  DATE-WRITTEN.                                                   sglx00p
005100      October 2026.                                               sglx00p
005200  DATE-COMPILED.                                                  sglx00p
005300      Today.                                                      sglx00p
005400*                                                                 sglx00p
005500  ENVIRONMENT DIVISION.                                           sglx00p
005600  INPUT-OUTPUT SECTION.                                           sglx00p
005700  FILE-CONTROL.                                                   sglx00p
005800      SELECT TRNJRNL ASSIGN TO TRNJRNL                            sglx00p
005900          ORGANIZATION IS INDEXED                                 sglx00p
006000          ACCESS MODE IS DYNAMIC                                  sglx00p
006100          RECORD KEY IS TRN-SEQ                                   sglx00p
006200          FILE STATUS IS WS-TRNJRNL-STATUS.                       sglx00p
006300      SELECT GLEXTR ASSIGN TO GLEXTR                              sglx00p
006400          ORGANIZATION IS SEQUENTIAL.                             sglx00p
006500      SELECT GLRPT ASSIGN TO GLRPT                                sglx00p
006600          ORGANIZATION IS LINE SEQUENTIAL.                        sglx00p
006700      SELECT OPTIONAL CKPTFILE ASSIGN TO CKPTFILE                 sglx00p
006800          ORGANIZATION IS LINE SEQUENTIAL.                        sglx00p
006900      SELECT OPTIONAL CNTLFILE ASSIGN TO CNTLFILE                 sglx00p
007000          ORGANIZATION IS INDEXED                                 sglx00p
007100          ACCESS MODE IS RANDOM                                   sglx00p
007200          RECORD KEY IS CTL-KEY                                   sglx00p
007300          FILE STATUS IS WS-CNTLFILE-STATUS.                      sglx00p
007400*                                                                 sglx00p
007500  DATA DIVISION.                                                  sglx00p
007600  FILE SECTION.                                                   sglx00p
007700  FD  TRNJRNL.                                                    sglx00p
007800  COPY CTRNREC.                                                   sglx00p
007900  FD  GLEXTR.                                                     sglx00p
008000  COPY CGLXREC.                                                   sglx00p
008100  FD  GLRPT.                                                      sglx00p
008200  01  RPT-LINE                  PIC X(80).                        sglx00p
008300  FD  CKPTFILE.                                                   sglx00p
008400  01  CKPT-RECORD.                                                sglx00p
008500      05  CKPT-PHASE             PIC X(01).                       sglx00p
008600          88  CKPT-PHASE-MARK    VALUE 'M'.                       sglx00p
008700          88  CKPT-PHASE-DONE    VALUE 'C'.                       sglx00p
008800      05  CKPT-BUS-DATE          PIC 9(07).                       sglx00p
008900      05  CKPT-RUN-NO            PIC 9(05).                       sglx00p
009000      05  CKPT-HIGH-SEQ          PIC 9(07).                       sglx00p
009100      05  CKPT-LAST-SEQ          PIC 9(07).                       sglx00p
009200      05  CKPT-TOTALS.                                            sglx00p
009300          10  CKPT-READ          PIC 9(07).                       sglx00p
009400          10  CKPT-SENT-BEFORE   PIC 9(07).                       sglx00p
009500          10  CKPT-NOT-POSTING   PIC 9(07).                       sglx00p
009600          10  CKPT-DEBITS        PIC 9(07).                       sglx00p
009700          10  CKPT-CREDITS       PIC 9(07).                       sglx00p
009800          10  CKPT-DEBIT-HASH    PIC 9(13)V99.                    sglx00p
009900          10  CKPT-CREDIT-HASH   PIC 9(13)V99.                    sglx00p
010000          10  CKPT-MARKED        PIC 9(07).                       sglx00p
010100      05  FILLER                 PIC X(10).                       sglx00p
010200  FD  CNTLFILE.                                                   sglx00p
010300  COPY CCTLREC.                                                   sglx00p
010400*                                                                 sglx00p
010500  WORKING-STORAGE SECTION.                                        sglx00p
010600  01  WS-MISC-STORAGE.                                            sglx00p
010700      05  WS-PROGRAM-ID          PIC X(8)                         sglx00p
010800          VALUE 'SGLX00P'.                                        sglx00p
010900      05  WS-TRNJRNL-STATUS      PIC X(02).                       sglx00p
011000      05  WS-CNTLFILE-STATUS     PIC X(02).                       sglx00p
011100      05  WS-TRNJRNL-SWITCH      PIC X(01).                       sglx00p
011200          88  WS-TRNJRNL-EOF     VALUE 'Y'.                       sglx00p
011300          88  WS-TRNJRNL-NOT-EOF VALUE 'N'.                       sglx00p
011400      05  WS-GLEXTR-SWITCH       PIC X(01).                       sglx00p
011500          88  WS-GLEXTR-EOF      VALUE 'Y'.                       sglx00p
011600          88  WS-GLEXTR-NOT-EOF  VALUE 'N'.                       sglx00p
011700      05  WS-RESTART-SWITCH      PIC X(01).                       sglx00p
011800          88  WS-RESTART-NONE    VALUE 'N'.                       sglx00p
011900          88  WS-RESTART-MARK    VALUE 'M'.                       sglx00p
012000      05  WS-PROOF-SWITCH        PIC X(01).                       sglx00p
012100          88  WS-FILE-BALANCED   VALUE 'Y'.                       sglx00p
012200          88  WS-FILE-NOT-BALANCED VALUE 'N'.                     sglx00p
012300      05  WS-POSTING-SWITCH      PIC X(01).                       sglx00p
012400          88  WS-POSTING-TO-SEND VALUE 'S'.                       sglx00p
012500          88  WS-POSTING-SENT    VALUE 'A'.                       sglx00p
012600          88  WS-POSTING-NOT-GL  VALUE 'X'.                       sglx00p
012700      05  WS-STOP-REASON         PIC X(60).                       sglx00p
012800      05  WS-PROOF-REASON        PIC X(40).                       sglx00p
012900* The run's own date and time in the same 0CYYDDD/0HHMMSS         sglx00p
013000* layouts the online programs stamp from EIBDATE/EIBTIME.  The    sglx00p
013100* run date is the business date the extract covers.               sglx00p
013200      05  WS-ACCEPT-DAY          PIC 9(07).                       sglx00p
013300      05  WS-ACCEPT-TIME         PIC 9(08).                       sglx00p
013400      05  WS-ACCEPT-TIME-R REDEFINES WS-ACCEPT-TIME.              sglx00p
013500          10  WS-ACCEPT-HHMMSS   PIC 9(06).                       sglx00p
013600          10  FILLER             PIC 9(02).                       sglx00p
013700      05  WS-RUN-DATE-J          PIC 9(07).                       sglx00p
013800      05  WS-RUN-TIME-J          PIC 9(07).                       sglx00p
013900*                                                                 sglx00p
014000***************************************************************** sglx00p
014100* What this run is extracting.  WS-HIGH-SEQ is TRN-LAST-SEQ off * sglx00p
014200* the journal control record when the extract began, so the     * sglx00p
014300* marking covers exactly the postings the extract saw.          * sglx00p
014400* WS-LAST-SEQ is the last posting the marking has dealt with.   * sglx00p
014500***************************************************************** sglx00p
014600  01  WS-RUN-CONTROL.                                             sglx00p
014700      05  WS-BUS-DATE            PIC 9(07).                       sglx00p
014800      05  WS-RUN-NO              PIC 9(05).                       sglx00p
014900      05  WS-HIGH-SEQ            PIC 9(07).                       sglx00p
015000      05  WS-LAST-SEQ            PIC 9(07).                       sglx00p
015025* Postings numbered below WS-GL-FROM-SEQ went to the ledger by    sglx00p
015050* hand before the interface existed; GLFROM on CNTLFILE sets it.  sglx00p
015075      05  WS-GL-FROM-SEQ         PIC 9(07) VALUE 1.               sglx00p
015100*                                                                 sglx00p
015200***************************************************************** sglx00p
015300* A checkpoint is hardened every WS-CKPT-INTERVAL postings      * sglx00p
015400* marked.  The CKPTINT record on CNTLFILE overrides the         * sglx00p
015500* compiled default at run time.                                 * sglx00p
015600***************************************************************** sglx00p
015700  01  WS-CKPT-STORAGE.                                            sglx00p
015800      05  WS-CKPT-INTERVAL       PIC 9(04) VALUE 1000.            sglx00p
015900      05  WS-CKPT-PHASE          PIC X(01).                       sglx00p
016000      05  WS-CKPT-QUOTIENT       PIC 9(07).                       sglx00p
016100      05  WS-CKPT-REMAINDER      PIC 9(04).                       sglx00p
016200*                                                                 sglx00p
016300***************************************************************** sglx00p
016400* Totals of the extract as it is built, carried on the          * sglx00p
016500* checkpoint so a restarted run can still report them.          * sglx00p
016600***************************************************************** sglx00p
016700  01  WS-RUN-TOTALS.                                              sglx00p
016800      05  WS-TOTAL-READ          PIC 9(07) VALUE 0.               sglx00p
016900      05  WS-TOTAL-SENT-BEFORE   PIC 9(07) VALUE 0.               sglx00p
017000      05  WS-TOTAL-NOT-POSTING   PIC 9(07) VALUE 0.               sglx00p
017100      05  WS-TOTAL-DEBITS        PIC 9(07) VALUE 0.               sglx00p
017200      05  WS-TOTAL-CREDITS       PIC 9(07) VALUE 0.               sglx00p
017300      05  WS-TOTAL-DETAILS       PIC 9(07) VALUE 0.               sglx00p
017400      05  WS-TOTAL-MARKED        PIC 9(07) VALUE 0.               sglx00p
017500      05  WS-DEBIT-HASH          PIC S9(13)V99 COMP-3 VALUE 0.    sglx00p
017600      05  WS-CREDIT-HASH         PIC S9(13)V99 COMP-3 VALUE 0.    sglx00p
017700*                                                                 sglx00p
017800***************************************************************** sglx00p
017900* What the proof found on reading the finished file back.       * sglx00p
018000***************************************************************** sglx00p
018100  01  WS-PROOF-TOTALS.                                            sglx00p
018200      05  WS-PRF-HEADERS         PIC 9(07).                       sglx00p
018300      05  WS-PRF-DETAILS         PIC 9(07).                       sglx00p
018400      05  WS-PRF-TRAILERS        PIC 9(07).                       sglx00p
018500      05  WS-PRF-OTHERS          PIC 9(07).                       sglx00p
018600      05  WS-PRF-H-RUN-NO        PIC 9(05).                       sglx00p
018700      05  WS-PRF-T-RUN-NO        PIC 9(05).                       sglx00p
018800      05  WS-PRF-T-COUNT         PIC 9(07).                       sglx00p
018900      05  WS-PRF-T-DEBIT-HASH    PIC S9(13)V99 COMP-3.            sglx00p
019000      05  WS-PRF-T-CREDIT-HASH   PIC S9(13)V99 COMP-3.            sglx00p
019100      05  WS-PRF-DEBIT-HASH      PIC S9(13)V99 COMP-3.            sglx00p
019200      05  WS-PRF-CREDIT-HASH     PIC S9(13)V99 COMP-3.            sglx00p
019300*                                                                 sglx00p
019400  01  WS-REPORT-WORK.                                             sglx00p
019500      05  WS-RPT-LABEL           PIC X(24).                       sglx00p
019600      05  WS-RPT-VALUE           PIC X(50).                       sglx00p
019700  01  WS-EDIT-FIELDS.                                             sglx00p
019800      05  WS-EDIT-COUNT          PIC ZZZZZZ9.                     sglx00p
019900      05  WS-EDIT-RUN-NO         PIC ZZZZ9.                       sglx00p
020000      05  WS-EDIT-HASH           PIC ZZZZZZZZZZZZ9.99.            sglx00p
020100*                                                                 sglx00p
020200  PROCEDURE DIVISION.                                             sglx00p
020300***************************************************************** sglx00p
020400* Build the extract and prove it, then mark its postings as     * sglx00p
020500* sent.  A restart after an abend in the marking goes straight  * sglx00p
020600* back to it: the file it was marking for is already built and  * sglx00p
020700* proved.                                                       * sglx00p
020800***************************************************************** sglx00p
020900  0000-MAINLINE.                                                  sglx00p
021000      PERFORM 1000-INITIALISE THRU 1000-EXIT.                     sglx00p
021100      IF WS-RESTART-NONE                                          sglx00p
021200         PERFORM 2000-BUILD-EXTRACT THRU 2000-EXIT                sglx00p
021300         PERFORM 3000-PROVE-EXTRACT THRU 3000-EXIT                sglx00p
021400      END-IF.                                                     sglx00p
021500      IF WS-FILE-BALANCED                                         sglx00p
021600         PERFORM 5000-MARK-EXTRACTED THRU 5000-EXIT               sglx00p
021700      ELSE                                                        sglx00p
021800         MOVE 8 TO RETURN-CODE                                    sglx00p
021900      END-IF.                                                     sglx00p
022000      PERFORM 6000-WRITE-REPORT THRU 6000-EXIT.                   sglx00p
022100      PERFORM 9000-TERMINATE THRU 9000-EXIT.                      sglx00p
022200      STOP RUN.                                                   sglx00p
022300*                                                                 sglx00p
022400  1000-INITIALISE.                                                sglx00p
022500      SET WS-TRNJRNL-NOT-EOF TO TRUE.                             sglx00p
022600      SET WS-FILE-NOT-BALANCED TO TRUE.                           sglx00p
022700      MOVE SPACES TO WS-PROOF-REASON.                             sglx00p
022800      ACCEPT WS-ACCEPT-DAY FROM DAY YYYYDDD.                      sglx00p
022900      COMPUTE WS-RUN-DATE-J = WS-ACCEPT-DAY - 1900000.            sglx00p
023000      ACCEPT WS-ACCEPT-TIME FROM TIME.                            sglx00p
023100      MOVE WS-ACCEPT-HHMMSS TO WS-RUN-TIME-J.                     sglx00p
023200      OPEN OUTPUT GLRPT.                                          sglx00p
023300      OPEN I-O TRNJRNL.                                           sglx00p
023400      PERFORM 1100-READ-CHECKPOINT THRU 1100-EXIT.                sglx00p
023500      PERFORM 1200-READ-TUNING THRU 1200-EXIT.                    sglx00p
023600      IF WS-RESTART-MARK                                          sglx00p
023700         SET WS-FILE-BALANCED TO TRUE                             sglx00p
023800         GO TO 1000-EXIT                                          sglx00p
023900      END-IF.                                                     sglx00p
024000      PERFORM 1300-READ-CONTROL THRU 1300-EXIT.                   sglx00p
024100  1000-EXIT.                                                      sglx00p
024200      EXIT.                                                       sglx00p
024300*                                                                 sglx00p
024400***************************************************************** sglx00p
024500* Look for a checkpoint left by a run that abended while it was * sglx00p
024600* marking postings.  Whichever night that was, its file has     * sglx00p
024700* been built and proved and may already be with the ledger, so  * sglx00p
024800* its marking must be finished before anything new is           * sglx00p
024900* extracted.  A missing checkpoint file, or one marked          * sglx00p
025000* complete, means a fresh run.                                  * sglx00p
025100***************************************************************** sglx00p
025200  1100-READ-CHECKPOINT.                                           sglx00p
025300      SET WS-RESTART-NONE TO TRUE.                                sglx00p
025400      OPEN INPUT CKPTFILE.                                        sglx00p
025500      READ CKPTFILE                                               sglx00p
025600          AT END                                                  sglx00p
025700              CLOSE CKPTFILE                                      sglx00p
025800              GO TO 1100-EXIT                                     sglx00p
025900      END-READ.                                                   sglx00p
026000      IF CKPT-PHASE-MARK                                          sglx00p
026100         SET WS-RESTART-MARK TO TRUE                              sglx00p
026200         MOVE CKPT-BUS-DATE TO WS-BUS-DATE                        sglx00p
026300         MOVE CKPT-RUN-NO TO WS-RUN-NO                            sglx00p
026400         MOVE CKPT-HIGH-SEQ TO WS-HIGH-SEQ                        sglx00p
026500         MOVE CKPT-LAST-SEQ TO WS-LAST-SEQ                        sglx00p
026600         MOVE CKPT-READ TO WS-TOTAL-READ                          sglx00p
026700         MOVE CKPT-SENT-BEFORE TO WS-TOTAL-SENT-BEFORE            sglx00p
026800         MOVE CKPT-NOT-POSTING TO WS-TOTAL-NOT-POSTING            sglx00p
026900         MOVE CKPT-DEBITS TO WS-TOTAL-DEBITS                      sglx00p
027000         MOVE CKPT-CREDITS TO WS-TOTAL-CREDITS                    sglx00p
027100         MOVE CKPT-DEBIT-HASH TO WS-DEBIT-HASH                    sglx00p
027200         MOVE CKPT-CREDIT-HASH TO WS-CREDIT-HASH                  sglx00p
027300         MOVE CKPT-MARKED TO WS-TOTAL-MARKED                      sglx00p
027400         COMPUTE WS-TOTAL-DETAILS =                               sglx00p
027500             WS-TOTAL-DEBITS + WS-TOTAL-CREDITS                   sglx00p
027600      END-IF.                                                     sglx00p
027700      CLOSE CKPTFILE.                                             sglx00p
027800  1100-EXIT.                                                      sglx00p
027900      EXIT.                                                       sglx00p
028000*                                                                 sglx00p
028100***************************************************************** sglx00p
028200* The checkpoint interval and the GLFROM cutover can be retuned * sglx00p
028300* on CNTLFILE without a recompile; a missing file or record, or * sglx00p
028400* a value out of range, keeps the compiled default.             * sglx00p
028500***************************************************************** sglx00p
028600  1200-READ-TUNING.                                               sglx00p
028700      OPEN INPUT CNTLFILE.                                        sglx00p
028800      MOVE 'CKPTINT' TO CTL-KEY.                                  sglx00p
028900      READ CNTLFILE                                               sglx00p
029000          INVALID KEY                                             sglx00p
029100              MOVE SPACES TO CTL-RECORD                           sglx00p
029200      END-READ.                                                   sglx00p
029300      IF CTL-VALUE IS NUMERIC                                     sglx00p
029400         AND CTL-VALUE IS GREATER THAN ZERO                       sglx00p
029500         AND CTL-VALUE IS NOT GREATER THAN 9999                   sglx00p
029600         MOVE CTL-VALUE TO WS-CKPT-INTERVAL                       sglx00p
029700      END-IF.                                                     sglx00p
029710      MOVE 'GLFROM' TO CTL-KEY.                                   sglx00p
029720      READ CNTLFILE                                               sglx00p
029730          INVALID KEY                                             sglx00p
029740              MOVE SPACES TO CTL-RECORD                           sglx00p
029750      END-READ.                                                   sglx00p
029760      IF CTL-VALUE IS NUMERIC                                     sglx00p
029770         AND CTL-VALUE IS GREATER THAN ZERO                       sglx00p
029780         MOVE CTL-VALUE TO WS-GL-FROM-SEQ                         sglx00p
029790      END-IF.                                                     sglx00p
029800      CLOSE CNTLFILE.                                             sglx00p
029900  1200-EXIT.                                                      sglx00p
030000      EXIT.                                                       sglx00p
030100*                                                                 sglx00p
030200***************************************************************** sglx00p
030300* The journal control record says how far the journal runs and  * sglx00p
030400* which GL run went last.  This run is the next one; a run that * sglx00p
030500* failed its proof never got as far as recording its number, so * sglx00p
030600* the rerun takes the same one.                                 * sglx00p
030700***************************************************************** sglx00p
030800  1300-READ-CONTROL.                                              sglx00p
030900      MOVE ZERO TO TRN-SEQ.                                       sglx00p
031000      READ TRNJRNL                                                sglx00p
031100          INVALID KEY                                             sglx00p
031200              MOVE 'TRNJRNL CONTROL RECORD (SEQ 0000000) MISSING' sglx00p
031300                TO WS-STOP-REASON                                 sglx00p
031400              PERFORM 1900-STOP-RUN THRU 1900-EXIT                sglx00p
031500      END-READ.                                                   sglx00p
031600      IF NOT TRN-SIDE-CONTROL                                     sglx00p
031700         OR TRN-LAST-SEQ IS NOT NUMERIC                           sglx00p
031800         MOVE 'TRNJRNL CONTROL RECORD (SEQ 0000000) INVALID'      sglx00p
031900           TO WS-STOP-REASON                                      sglx00p
032000         PERFORM 1900-STOP-RUN THRU 1900-EXIT                     sglx00p
032100      END-IF.                                                     sglx00p
032200      MOVE TRN-LAST-SEQ TO WS-HIGH-SEQ.                           sglx00p
032300      IF TRN-GL-RUN-NO IS NUMERIC                                 sglx00p
032400         MOVE TRN-GL-RUN-NO TO WS-RUN-NO                          sglx00p
032500      ELSE                                                        sglx00p
032600         MOVE ZERO TO WS-RUN-NO                                   sglx00p
032700      END-IF.                                                     sglx00p
032800      IF WS-RUN-NO IS EQUAL TO 99999                              sglx00p
032900         MOVE 1 TO WS-RUN-NO                                      sglx00p
033000      ELSE                                                        sglx00p
033100         ADD 1 TO WS-RUN-NO                                       sglx00p
033200      END-IF.                                                     sglx00p
033300      MOVE WS-RUN-DATE-J TO WS-BUS-DATE.                          sglx00p
033400  1300-EXIT.                                                      sglx00p
033500      EXIT.                                                       sglx00p
033600*                                                                 sglx00p
033700***************************************************************** sglx00p
033800* Nothing can be extracted.  Say why on the control report and  * sglx00p
033900* end the run with the failure return code.                     * sglx00p
034000***************************************************************** sglx00p
034100  1900-STOP-RUN.                                                  sglx00p
034200      MOVE SPACES TO RPT-LINE.                                    sglx00p
034300      STRING 'SGLX00P STOPPED - ' DELIMITED BY SIZE               sglx00p
034400             WS-STOP-REASON DELIMITED BY SIZE                     sglx00p
034500        INTO RPT-LINE.                                            sglx00p
034600      WRITE RPT-LINE.                                             sglx00p
034700      CLOSE TRNJRNL.                                              sglx00p
034800      CLOSE GLRPT.                                                sglx00p
034900      MOVE 8 TO RETURN-CODE.                                      sglx00p
035000      STOP RUN.                                                   sglx00p
035100  1900-EXIT.                                                      sglx00p
035200      EXIT.                                                       sglx00p
035300*                                                                 sglx00p
035400***************************************************************** sglx00p
035500* Write the header, a detail for every posting not yet sent up  * sglx00p
035600* to WS-HIGH-SEQ, and the trailer with the count and hashes.    * sglx00p
035700***************************************************************** sglx00p
035800  2000-BUILD-EXTRACT.                                             sglx00p
035900      OPEN OUTPUT GLEXTR.                                         sglx00p
036000      MOVE SPACES TO GLX-RECORD.                                  sglx00p
036100      SET GLX-TYPE-HEADER TO TRUE.                                sglx00p
036200      MOVE 'BANKTRN' TO GLX-H-SOURCE.                             sglx00p
036300      MOVE WS-BUS-DATE TO GLX-H-BUS-DATE.                         sglx00p
036400      MOVE WS-RUN-NO TO GLX-H-RUN-NO.                             sglx00p
036500      MOVE WS-RUN-DATE-J TO GLX-H-RUN-DATE.                       sglx00p
036600      MOVE WS-RUN-TIME-J TO GLX-H-RUN-TIME.                       sglx00p
036700      WRITE GLX-RECORD.                                           sglx00p
036800* Position past the control record to the first posting.          sglx00p
036900      MOVE ZERO TO TRN-SEQ.                                       sglx00p
037000      START TRNJRNL KEY IS GREATER THAN TRN-SEQ                   sglx00p
037100          INVALID KEY                                             sglx00p
037200              SET WS-TRNJRNL-EOF TO TRUE                          sglx00p
037300      END-START.                                                  sglx00p
037400      PERFORM 2100-EXTRACT-POSTING THRU 2100-EXIT                 sglx00p
037500              UNTIL WS-TRNJRNL-EOF.                               sglx00p
037600      MOVE SPACES TO GLX-RECORD.                                  sglx00p
037700      SET GLX-TYPE-TRAILER TO TRUE.                               sglx00p
037800      MOVE WS-RUN-NO TO GLX-T-RUN-NO.                             sglx00p
037900      MOVE WS-TOTAL-DETAILS TO GLX-T-COUNT.                       sglx00p
038000      MOVE WS-DEBIT-HASH TO GLX-T-DEBIT-HASH.                     sglx00p
038100      MOVE WS-CREDIT-HASH TO GLX-T-CREDIT-HASH.                   sglx00p
038200      WRITE GLX-RECORD.                                           sglx00p
038300      CLOSE GLEXTR.                                               sglx00p
038400  2000-EXIT.                                                      sglx00p
038500      EXIT.                                                       sglx00p
038600*                                                                 sglx00p
038700  2100-EXTRACT-POSTING.                                           sglx00p
038800      READ TRNJRNL NEXT RECORD                                    sglx00p
038900          AT END                                                  sglx00p
039000              SET WS-TRNJRNL-EOF TO TRUE                          sglx00p
039100              GO TO 2100-EXIT                                     sglx00p
039200      END-READ.                                                   sglx00p
039300      IF TRN-SEQ IS GREATER THAN WS-HIGH-SEQ                      sglx00p
039400         SET WS-TRNJRNL-EOF TO TRUE                               sglx00p
039500         GO TO 2100-EXIT                                          sglx00p
039600      END-IF.                                                     sglx00p
039700      ADD 1 TO WS-TOTAL-READ.                                     sglx00p
039800      PERFORM 2200-CHECK-POSTING THRU 2200-EXIT.                  sglx00p
039900      IF WS-POSTING-SENT                                          sglx00p
040000         ADD 1 TO WS-TOTAL-SENT-BEFORE                            sglx00p
040100         GO TO 2100-EXIT                                          sglx00p
040200      END-IF.                                                     sglx00p
040300      IF WS-POSTING-NOT-GL                                        sglx00p
040400         ADD 1 TO WS-TOTAL-NOT-POSTING                            sglx00p
040500         GO TO 2100-EXIT                                          sglx00p
040600      END-IF.                                                     sglx00p
040700      MOVE SPACES TO GLX-RECORD.                                  sglx00p
040800      SET GLX-TYPE-DETAIL TO TRUE.                                sglx00p
040900      MOVE TRN-SEQ TO GLX-D-SEQ.                                  sglx00p
041000      MOVE TRN-DATE TO GLX-D-DATE.                                sglx00p
041100      MOVE TRN-TIME TO GLX-D-TIME.                                sglx00p
041200      MOVE TRN-ACCOUNT TO GLX-D-ACCOUNT.                          sglx00p
041300      MOVE TRN-SIDE TO GLX-D-SIDE.                                sglx00p
041400      MOVE TRN-AMOUNT TO GLX-D-AMOUNT.                            sglx00p
041500      MOVE TRN-OTHER-ACCOUNT TO GLX-D-OTHER-ACCOUNT.              sglx00p
041600      MOVE TRN-SIGNON-ID TO GLX-D-SIGNON-ID.                      sglx00p
041700      WRITE GLX-RECORD.                                           sglx00p
041800      ADD 1 TO WS-TOTAL-DETAILS.                                  sglx00p
041900      IF TRN-SIDE-DEBIT                                           sglx00p
042000         ADD 1 TO WS-TOTAL-DEBITS                                 sglx00p
042100         ADD TRN-AMOUNT TO WS-DEBIT-HASH                          sglx00p
042200      ELSE                                                        sglx00p
042300         ADD 1 TO WS-TOTAL-CREDITS                                sglx00p
042400         ADD TRN-AMOUNT TO WS-CREDIT-HASH                         sglx00p
042500      END-IF.                                                     sglx00p
042600  2100-EXIT.                                                      sglx00p
042700      EXIT.                                                       sglx00p
042800*                                                                 sglx00p
042900***************************************************************** sglx00p
043000* Whether a journal record goes to the ledger.  Used by the     * sglx00p
043100* extract and again by the marking, so the two always agree on  * sglx00p
043200* what was sent.  Only a debit or credit with a positive amount * sglx00p
043300* is a posting the ledger can take, and one below the GLFROM    * sglx00p
043350* cutover counts as already sent.                               * sglx00p
043400***************************************************************** sglx00p
043500  2200-CHECK-POSTING.                                             sglx00p
043600      SET WS-POSTING-TO-SEND TO TRUE.                             sglx00p
043700      IF TRN-GL-EXTRACTED                                         sglx00p
043800         SET WS-POSTING-SENT TO TRUE                              sglx00p
043900         GO TO 2200-EXIT                                          sglx00p
044000      END-IF.                                                     sglx00p
044020      IF TRN-SEQ IS LESS THAN WS-GL-FROM-SEQ                      sglx00p
044040         SET WS-POSTING-SENT TO TRUE                              sglx00p
044060         GO TO 2200-EXIT                                          sglx00p
044080      END-IF.                                                     sglx00p
044100      IF NOT TRN-SIDE-DEBIT                                       sglx00p
044200         AND NOT TRN-SIDE-CREDIT                                  sglx00p
044300         SET WS-POSTING-NOT-GL TO TRUE                            sglx00p
044400         GO TO 2200-EXIT                                          sglx00p
044500      END-IF.                                                     sglx00p
044600      IF TRN-AMOUNT IS NOT NUMERIC                                sglx00p
044700         SET WS-POSTING-NOT-GL TO TRUE                            sglx00p
044800         GO TO 2200-EXIT                                          sglx00p
044900      END-IF.                                                     sglx00p
045000      IF TRN-AMOUNT IS NOT GREATER THAN ZERO                      sglx00p
045100         SET WS-POSTING-NOT-GL TO TRUE                            sglx00p
045200      END-IF.                                                     sglx00p
045300  2200-EXIT.                                                      sglx00p
045400      EXIT.                                                       sglx00p
045500*                                                                 sglx00p
045600***************************************************************** sglx00p
045700* Read the finished file back and prove it before it can go to  * sglx00p
045800* the ledger.  The first check to fail names the reason.        * sglx00p
045900***************************************************************** sglx00p
046000  3000-PROVE-EXTRACT.                                             sglx00p
046100      SET WS-FILE-BALANCED TO TRUE.                               sglx00p
046200      MOVE ZERO TO WS-PRF-HEADERS.                                sglx00p
046300      MOVE ZERO TO WS-PRF-DETAILS.                                sglx00p
046400      MOVE ZERO TO WS-PRF-TRAILERS.                               sglx00p
046500      MOVE ZERO TO WS-PRF-OTHERS.                                 sglx00p
046600      MOVE ZERO TO WS-PRF-H-RUN-NO.                               sglx00p
046700      MOVE ZERO TO WS-PRF-T-RUN-NO.                               sglx00p
046800      MOVE ZERO TO WS-PRF-T-COUNT.                                sglx00p
046900      MOVE ZERO TO WS-PRF-T-DEBIT-HASH.                           sglx00p
047000      MOVE ZERO TO WS-PRF-T-CREDIT-HASH.                          sglx00p
047100      MOVE ZERO TO WS-PRF-DEBIT-HASH.                             sglx00p
047200      MOVE ZERO TO WS-PRF-CREDIT-HASH.                            sglx00p
047300      SET WS-GLEXTR-NOT-EOF TO TRUE.                              sglx00p
047400      OPEN INPUT GLEXTR.                                          sglx00p
047500      PERFORM 3100-PROVE-RECORD THRU 3100-EXIT                    sglx00p
047600              UNTIL WS-GLEXTR-EOF.                                sglx00p
047700      CLOSE GLEXTR.                                               sglx00p
047800      SET WS-FILE-NOT-BALANCED TO TRUE.                           sglx00p
047900      IF WS-PRF-HEADERS IS NOT EQUAL TO 1                         sglx00p
048000         OR WS-PRF-TRAILERS IS NOT EQUAL TO 1                     sglx00p
048100         OR WS-PRF-OTHERS IS NOT EQUAL TO ZERO                    sglx00p
048200         MOVE 'HEADER OR TRAILER MISSING OR REPEATED'             sglx00p
048300           TO WS-PROOF-REASON                                     sglx00p
048400         GO TO 3000-EXIT                                          sglx00p
048500      END-IF.                                                     sglx00p
048600      IF WS-PRF-H-RUN-NO IS NOT EQUAL TO WS-RUN-NO                sglx00p
048700         OR WS-PRF-T-RUN-NO IS NOT EQUAL TO WS-RUN-NO             sglx00p
048800         MOVE 'RUN NUMBER DIFFERS ON HEADER OR TRAILER'           sglx00p
048900           TO WS-PROOF-REASON                                     sglx00p
049000         GO TO 3000-EXIT                                          sglx00p
049100      END-IF.                                                     sglx00p
049200      IF WS-PRF-T-COUNT IS NOT EQUAL TO WS-PRF-DETAILS            sglx00p
049300         OR WS-PRF-DETAILS IS NOT EQUAL TO WS-TOTAL-DETAILS       sglx00p
049400         MOVE 'RECORD COUNT DISAGREES WITH DETAILS'               sglx00p
049500           TO WS-PROOF-REASON                                     sglx00p
049600         GO TO 3000-EXIT                                          sglx00p
049700      END-IF.                                                     sglx00p
049800      IF WS-PRF-T-DEBIT-HASH IS NOT EQUAL TO WS-PRF-DEBIT-HASH    sglx00p
049900         OR WS-PRF-T-CREDIT-HASH IS NOT EQUAL TO                  sglx00p
050000            WS-PRF-CREDIT-HASH                                    sglx00p
050100         MOVE 'HASH TOTALS DISAGREE WITH DETAILS'                 sglx00p
050200           TO WS-PROOF-REASON                                     sglx00p
050300         GO TO 3000-EXIT                                          sglx00p
050400      END-IF.                                                     sglx00p
050500      IF WS-PRF-DEBIT-HASH IS NOT EQUAL TO WS-PRF-CREDIT-HASH     sglx00p
050600         MOVE 'DEBIT HASH DOES NOT EQUAL CREDIT HASH'             sglx00p
050700           TO WS-PROOF-REASON                                     sglx00p
050800         GO TO 3000-EXIT                                          sglx00p
050900      END-IF.                                                     sglx00p
051000      SET WS-FILE-BALANCED TO TRUE.                               sglx00p
051100  3000-EXIT.                                                      sglx00p
051200      EXIT.                                                       sglx00p
051300*                                                                 sglx00p
051400  3100-PROVE-RECORD.                                              sglx00p
051500      READ GLEXTR                                                 sglx00p
051600          AT END                                                  sglx00p
051700              SET WS-GLEXTR-EOF TO TRUE                           sglx00p
051800              GO TO 3100-EXIT                                     sglx00p
051900      END-READ.                                                   sglx00p
052000      EVALUATE TRUE                                               sglx00p
052100        WHEN GLX-TYPE-HEADER                                      sglx00p
052200          ADD 1 TO WS-PRF-HEADERS                                 sglx00p
052300          MOVE GLX-H-RUN-NO TO WS-PRF-H-RUN-NO                    sglx00p
052400        WHEN GLX-TYPE-DETAIL                                      sglx00p
052500          ADD 1 TO WS-PRF-DETAILS                                 sglx00p
052600          IF GLX-D-DEBIT                                          sglx00p
052700             ADD GLX-D-AMOUNT TO WS-PRF-DEBIT-HASH                sglx00p
052800          ELSE                                                    sglx00p
052900             ADD GLX-D-AMOUNT TO WS-PRF-CREDIT-HASH               sglx00p
053000          END-IF                                                  sglx00p
053100        WHEN GLX-TYPE-TRAILER                                     sglx00p
053200          ADD 1 TO WS-PRF-TRAILERS                                sglx00p
053300          MOVE GLX-T-RUN-NO TO WS-PRF-T-RUN-NO                    sglx00p
053400          MOVE GLX-T-COUNT TO WS-PRF-T-COUNT                      sglx00p
053500          MOVE GLX-T-DEBIT-HASH TO WS-PRF-T-DEBIT-HASH            sglx00p
053600          MOVE GLX-T-CREDIT-HASH TO WS-PRF-T-CREDIT-HASH          sglx00p
053700        WHEN OTHER                                                sglx00p
053800          ADD 1 TO WS-PRF-OTHERS                                  sglx00p
053900      END-EVALUATE.                                               sglx00p
054000  3100-EXIT.                                                      sglx00p
054100      EXIT.                                                       sglx00p
054200*                                                                 sglx00p
054300***************************************************************** sglx00p
054400* The file has proved.  Checkpoint that before anything else,   * sglx00p
054500* record the run number on the journal control record, then     * sglx00p
054600* mark every posting the extract took as sent under this run.   * sglx00p
054700***************************************************************** sglx00p
054800  5000-MARK-EXTRACTED.                                            sglx00p
054900      IF WS-RESTART-NONE                                          sglx00p
055000         MOVE ZERO TO WS-LAST-SEQ                                 sglx00p
055100         MOVE 'M' TO WS-CKPT-PHASE                                sglx00p
055200         PERFORM 8000-HARDEN-CHECKPOINT THRU 8000-EXIT            sglx00p
055300      END-IF.                                                     sglx00p
055400      PERFORM 5100-RECORD-RUN-NO THRU 5100-EXIT.                  sglx00p
055500      SET WS-TRNJRNL-NOT-EOF TO TRUE.                             sglx00p
055600      MOVE WS-LAST-SEQ TO TRN-SEQ.                                sglx00p
055700      START TRNJRNL KEY IS GREATER THAN TRN-SEQ                   sglx00p
055800          INVALID KEY                                             sglx00p
055900              SET WS-TRNJRNL-EOF TO TRUE                          sglx00p
056000      END-START.                                                  sglx00p
056100      PERFORM 5200-MARK-POSTING THRU 5200-EXIT                    sglx00p
056200              UNTIL WS-TRNJRNL-EOF.                               sglx00p
056300      MOVE 'C' TO WS-CKPT-PHASE.                                  sglx00p
056400      PERFORM 8000-HARDEN-CHECKPOINT THRU 8000-EXIT.              sglx00p
056500  5000-EXIT.                                                      sglx00p
056600      EXIT.                                                       sglx00p
056700*                                                                 sglx00p
056800  5100-RECORD-RUN-NO.                                             sglx00p
056900      MOVE ZERO TO TRN-SEQ.                                       sglx00p
057000      READ TRNJRNL                                                sglx00p
057100          INVALID KEY                                             sglx00p
057200              MOVE 'TRNJRNL CONTROL RECORD (SEQ 0000000) MISSING' sglx00p
057300                TO WS-STOP-REASON                                 sglx00p
057400              PERFORM 1900-STOP-RUN THRU 1900-EXIT                sglx00p
057500      END-READ.                                                   sglx00p
057600      MOVE WS-RUN-NO TO TRN-GL-RUN-NO.                            sglx00p
057700      REWRITE TRN-RECORD                                          sglx00p
057800          INVALID KEY                                             sglx00p
057900              MOVE 'TRNJRNL CONTROL RECORD COULD NOT BE UPDATED'  sglx00p
058000                TO WS-STOP-REASON                                 sglx00p
058100              PERFORM 1900-STOP-RUN THRU 1900-EXIT                sglx00p
058200      END-REWRITE.                                                sglx00p
058300  5100-EXIT.                                                      sglx00p
058400      EXIT.                                                       sglx00p
058500*                                                                 sglx00p
058600***************************************************************** sglx00p
058700* Mark one posting as sent.  On a restart, postings this run    * sglx00p
058800* marked after its last checkpoint are found already carrying   * sglx00p
058900* its number, and are counted without being touched again.      * sglx00p
059000***************************************************************** sglx00p
059100  5200-MARK-POSTING.                                              sglx00p
059200      READ TRNJRNL NEXT RECORD                                    sglx00p
059300          AT END                                                  sglx00p
059400              SET WS-TRNJRNL-EOF TO TRUE                          sglx00p
059500              GO TO 5200-EXIT                                     sglx00p
059600      END-READ.                                                   sglx00p
059700      IF TRN-SEQ IS GREATER THAN WS-HIGH-SEQ                      sglx00p
059800         SET WS-TRNJRNL-EOF TO TRUE                               sglx00p
059900         GO TO 5200-EXIT                                          sglx00p
060000      END-IF.                                                     sglx00p
060100      MOVE TRN-SEQ TO WS-LAST-SEQ.                                sglx00p
060200      IF TRN-GL-EXTRACTED                                         sglx00p
060300         IF TRN-GL-RUN-NO IS EQUAL TO WS-RUN-NO                   sglx00p
060400            ADD 1 TO WS-TOTAL-MARKED                              sglx00p
060500         END-IF                                                   sglx00p
060600         GO TO 5200-EXIT                                          sglx00p
060700      END-IF.                                                     sglx00p
060800      PERFORM 2200-CHECK-POSTING THRU 2200-EXIT.                  sglx00p
060900      IF NOT WS-POSTING-TO-SEND                                   sglx00p
061000         GO TO 5200-EXIT                                          sglx00p
061100      END-IF.                                                     sglx00p
061200      SET TRN-GL-EXTRACTED TO TRUE.                               sglx00p
061300      MOVE WS-RUN-NO TO TRN-GL-RUN-NO.                            sglx00p
061400      REWRITE TRN-RECORD                                          sglx00p
061500          INVALID KEY                                             sglx00p
061600              MOVE 'TRNJRNL POSTING COULD NOT BE MARKED AS SENT'  sglx00p
061700                TO WS-STOP-REASON                                 sglx00p
061800              PERFORM 1900-STOP-RUN THRU 1900-EXIT                sglx00p
061900      END-REWRITE.                                                sglx00p
062000      ADD 1 TO WS-TOTAL-MARKED.                                   sglx00p
062100      DIVIDE WS-TOTAL-MARKED BY WS-CKPT-INTERVAL                  sglx00p
062200          GIVING WS-CKPT-QUOTIENT                                 sglx00p
062300          REMAINDER WS-CKPT-REMAINDER.                            sglx00p
062400      IF WS-CKPT-REMAINDER IS EQUAL TO ZERO                       sglx00p
062500         MOVE 'M' TO WS-CKPT-PHASE                                sglx00p
062600         PERFORM 8000-HARDEN-CHECKPOINT THRU 8000-EXIT            sglx00p
062700      END-IF.                                                     sglx00p
062800  5200-EXIT.                                                      sglx00p
062900      EXIT.                                                       sglx00p
063000*                                                                 sglx00p
063100***************************************************************** sglx00p
063200* The one-page control report: what was read, what went to the  * sglx00p
063300* ledger with its hash totals, whether the file proved, and     * sglx00p
063400* room for finance to sign it off.                              * sglx00p
063500***************************************************************** sglx00p
063600  6000-WRITE-REPORT.                                              sglx00p
063700      MOVE SPACES TO RPT-LINE.                                    sglx00p
063800      STRING 'GENERAL LEDGER INTERFACE EXTRACT - CONTROL REPORT'  sglx00p
063900                 DELIMITED BY SIZE                                sglx00p
064000        INTO RPT-LINE.                                            sglx00p
064100      WRITE RPT-LINE.                                             sglx00p
064200      MOVE SPACES TO RPT-LINE.                                    sglx00p
064300      WRITE RPT-LINE.                                             sglx00p
064400      MOVE 'BUSINESS DATE' TO WS-RPT-LABEL.                       sglx00p
064500      MOVE WS-BUS-DATE TO WS-RPT-VALUE.                           sglx00p
064600      PERFORM 6100-WRITE-LINE THRU 6100-EXIT.                     sglx00p
064700      MOVE 'GL RUN NUMBER' TO WS-RPT-LABEL.                       sglx00p
064800      MOVE WS-RUN-NO TO WS-EDIT-RUN-NO.                           sglx00p
064900      MOVE WS-EDIT-RUN-NO TO WS-RPT-VALUE.                        sglx00p
065000      PERFORM 6100-WRITE-LINE THRU 6100-EXIT.                     sglx00p
065100      MOVE 'RUN' TO WS-RPT-LABEL.                                 sglx00p
065200      IF WS-RESTART-MARK                                          sglx00p
065300         MOVE 'RESTARTED - MARKING RESUMED' TO WS-RPT-VALUE       sglx00p
065400      ELSE                                                        sglx00p
065500         MOVE 'NORMAL' TO WS-RPT-VALUE                            sglx00p
065600      END-IF.                                                     sglx00p
065700      PERFORM 6100-WRITE-LINE THRU 6100-EXIT.                     sglx00p
065800      MOVE SPACES TO RPT-LINE.                                    sglx00p
065900      WRITE RPT-LINE.                                             sglx00p
066000      MOVE 'JOURNAL RECORDS READ' TO WS-RPT-LABEL.                sglx00p
066100      MOVE WS-TOTAL-READ TO WS-EDIT-COUNT.                        sglx00p
066200      MOVE WS-EDIT-COUNT TO WS-RPT-VALUE.                         sglx00p
066300      PERFORM 6100-WRITE-LINE THRU 6100-EXIT.                     sglx00p
066400      MOVE 'ALREADY SENT' TO WS-RPT-LABEL.                        sglx00p
066500      MOVE WS-TOTAL-SENT-BEFORE TO WS-EDIT-COUNT.                 sglx00p
066600      MOVE WS-EDIT-COUNT TO WS-RPT-VALUE.                         sglx00p
066700      PERFORM 6100-WRITE-LINE THRU 6100-EXIT.                     sglx00p
066800      MOVE 'NOT A LEDGER POSTING' TO WS-RPT-LABEL.                sglx00p
066900      MOVE WS-TOTAL-NOT-POSTING TO WS-EDIT-COUNT.                 sglx00p
067000      MOVE WS-EDIT-COUNT TO WS-RPT-VALUE.                         sglx00p
067100      PERFORM 6100-WRITE-LINE THRU 6100-EXIT.                     sglx00p
067200      MOVE 'DEBITS EXTRACTED' TO WS-RPT-LABEL.                    sglx00p
067300      MOVE WS-TOTAL-DEBITS TO WS-EDIT-COUNT.                      sglx00p
067400      MOVE WS-EDIT-COUNT TO WS-RPT-VALUE.                         sglx00p
067500      PERFORM 6100-WRITE-LINE THRU 6100-EXIT.                     sglx00p
067600      MOVE 'CREDITS EXTRACTED' TO WS-RPT-LABEL.                   sglx00p
067700      MOVE WS-TOTAL-CREDITS TO WS-EDIT-COUNT.                     sglx00p
067800      MOVE WS-EDIT-COUNT TO WS-RPT-VALUE.                         sglx00p
067900      PERFORM 6100-WRITE-LINE THRU 6100-EXIT.                     sglx00p
068000      MOVE 'DETAIL RECORD COUNT' TO WS-RPT-LABEL.                 sglx00p
068100      MOVE WS-TOTAL-DETAILS TO WS-EDIT-COUNT.                     sglx00p
068200      MOVE WS-EDIT-COUNT TO WS-RPT-VALUE.                         sglx00p
068300      PERFORM 6100-WRITE-LINE THRU 6100-EXIT.                     sglx00p
068400      MOVE 'DEBIT HASH TOTAL' TO WS-RPT-LABEL.                    sglx00p
068500      MOVE WS-DEBIT-HASH TO WS-EDIT-HASH.                         sglx00p
068600      MOVE WS-EDIT-HASH TO WS-RPT-VALUE.                          sglx00p
068700      PERFORM 6100-WRITE-LINE THRU 6100-EXIT.                     sglx00p
068800      MOVE 'CREDIT HASH TOTAL' TO WS-RPT-LABEL.                   sglx00p
068900      MOVE WS-CREDIT-HASH TO WS-EDIT-HASH.                        sglx00p
069000      MOVE WS-EDIT-HASH TO WS-RPT-VALUE.                          sglx00p
069100      PERFORM 6100-WRITE-LINE THRU 6100-EXIT.                     sglx00p
069200      MOVE SPACES TO RPT-LINE.                                    sglx00p
069300      WRITE RPT-LINE.                                             sglx00p
069400      MOVE 'FILE PROOF' TO WS-RPT-LABEL.                          sglx00p
069500      IF WS-FILE-BALANCED                                         sglx00p
069600         MOVE 'BALANCED - RELEASE TO THE LEDGER' TO WS-RPT-VALUE  sglx00p
069700      ELSE                                                        sglx00p
069800         MOVE 'OUT OF BALANCE - DO NOT RELEASE' TO WS-RPT-VALUE   sglx00p
069900      END-IF.                                                     sglx00p
070000      PERFORM 6100-WRITE-LINE THRU 6100-EXIT.                     sglx00p
070100      IF WS-FILE-NOT-BALANCED                                     sglx00p
070200         MOVE 'REASON' TO WS-RPT-LABEL                            sglx00p
070300         MOVE WS-PROOF-REASON TO WS-RPT-VALUE                     sglx00p
070400         PERFORM 6100-WRITE-LINE THRU 6100-EXIT                   sglx00p
070500      END-IF.                                                     sglx00p
070600      MOVE 'POSTINGS MARKED AS SENT' TO WS-RPT-LABEL.             sglx00p
070700      MOVE WS-TOTAL-MARKED TO WS-EDIT-COUNT.                      sglx00p
070800      MOVE WS-EDIT-COUNT TO WS-RPT-VALUE.                         sglx00p
070900      PERFORM 6100-WRITE-LINE THRU 6100-EXIT.                     sglx00p
071000* Every detail sent must now be marked, or a later run could send sglx00p
071100* it again; say so loudly if not.                                 sglx00p
071200      IF WS-FILE-BALANCED                                         sglx00p
071300         AND WS-TOTAL-MARKED IS NOT EQUAL TO WS-TOTAL-DETAILS     sglx00p
071400         MOVE SPACES TO RPT-LINE                                  sglx00p
071500         STRING '*** POSTINGS MARKED DIFFER FROM DETAILS SENT'    sglx00p
071600                    DELIMITED BY SIZE                             sglx00p
071700                ' - INVESTIGATE ***' DELIMITED BY SIZE            sglx00p
071800           INTO RPT-LINE                                          sglx00p
071900         WRITE RPT-LINE                                           sglx00p
072000         IF RETURN-CODE IS EQUAL TO ZERO                          sglx00p
072100            MOVE 4 TO RETURN-CODE                                 sglx00p
072200         END-IF                                                   sglx00p
072300      END-IF.                                                     sglx00p
072400      MOVE SPACES TO RPT-LINE.                                    sglx00p
072500      WRITE RPT-LINE.                                             sglx00p
072600      MOVE SPACES TO RPT-LINE.                                    sglx00p
072700      WRITE RPT-LINE.                                             sglx00p
072800      MOVE SPACES TO RPT-LINE.                                    sglx00p
072900      STRING 'PREPARED BY ........................  '             sglx00p
073000                 DELIMITED BY SIZE                                sglx00p
073100             'DATE ..........' DELIMITED BY SIZE                  sglx00p
073200        INTO RPT-LINE.                                            sglx00p
073300      WRITE RPT-LINE.                                             sglx00p
073400      MOVE SPACES TO RPT-LINE.                                    sglx00p
073500      WRITE RPT-LINE.                                             sglx00p
073600      MOVE SPACES TO RPT-LINE.                                    sglx00p
073700      STRING 'AGREED TO LEDGER BY ................  '             sglx00p
073800                 DELIMITED BY SIZE                                sglx00p
073900             'DATE ..........' DELIMITED BY SIZE                  sglx00p
074000        INTO RPT-LINE.                                            sglx00p
074100      WRITE RPT-LINE.                                             sglx00p
074200  6000-EXIT.                                                      sglx00p
074300      EXIT.                                                       sglx00p
074400*                                                                 sglx00p
074500  6100-WRITE-LINE.                                                sglx00p
074600      MOVE SPACES TO RPT-LINE.                                    sglx00p
074700      STRING WS-RPT-LABEL DELIMITED BY SIZE                       sglx00p
074800             ': ' DELIMITED BY SIZE                               sglx00p
074900             WS-RPT-VALUE DELIMITED BY SIZE                       sglx00p
075000        INTO RPT-LINE.                                            sglx00p
075100      WRITE RPT-LINE.                                             sglx00p
075200      MOVE SPACES TO WS-RPT-VALUE.                                sglx00p
075300  6100-EXIT.                                                      sglx00p
075400      EXIT.                                                       sglx00p
075500*                                                                 sglx00p
075600***************************************************************** sglx00p
075700* Rewrite the one-record checkpoint file in place.  The open/   * sglx00p
075800* write/close cycle leaves it hardened on disk whatever happens * sglx00p
075900* to the run afterwards.                                        * sglx00p
076000***************************************************************** sglx00p
076100  8000-HARDEN-CHECKPOINT.                                         sglx00p
076200      OPEN OUTPUT CKPTFILE.                                       sglx00p
076300      MOVE SPACES TO CKPT-RECORD.                                 sglx00p
076400      MOVE WS-CKPT-PHASE TO CKPT-PHASE.                           sglx00p
076500      MOVE WS-BUS-DATE TO CKPT-BUS-DATE.                          sglx00p
076600      MOVE WS-RUN-NO TO CKPT-RUN-NO.                              sglx00p
076700      MOVE WS-HIGH-SEQ TO CKPT-HIGH-SEQ.                          sglx00p
076800      MOVE WS-LAST-SEQ TO CKPT-LAST-SEQ.                          sglx00p
076900      MOVE WS-TOTAL-READ TO CKPT-READ.                            sglx00p
077000      MOVE WS-TOTAL-SENT-BEFORE TO CKPT-SENT-BEFORE.              sglx00p
077100      MOVE WS-TOTAL-NOT-POSTING TO CKPT-NOT-POSTING.              sglx00p
077200      MOVE WS-TOTAL-DEBITS TO CKPT-DEBITS.                        sglx00p
077300      MOVE WS-TOTAL-CREDITS TO CKPT-CREDITS.                      sglx00p
077400      MOVE WS-DEBIT-HASH TO CKPT-DEBIT-HASH.                      sglx00p
077500      MOVE WS-CREDIT-HASH TO CKPT-CREDIT-HASH.                    sglx00p
077600      MOVE WS-TOTAL-MARKED TO CKPT-MARKED.                        sglx00p
077700      WRITE CKPT-RECORD.                                          sglx00p
077800      CLOSE CKPTFILE.                                             sglx00p
077900  8000-EXIT.                                                      sglx00p
078000      EXIT.                                                       sglx00p
078100*                                                                 sglx00p
078200  9000-TERMINATE.                                                 sglx00p
078300      CLOSE TRNJRNL.                                              sglx00p
078400      CLOSE GLRPT.                                                sglx00p
078500  9000-EXIT.                                                      sglx00p
078600      EXIT.                                                       sglx00p
078700*                                                                 sglx00p
078800* $ Version 1.01 sequenced on Thursday 15 Oct 2026 at 1:00pm      sglx00p
