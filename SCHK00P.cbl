007200          ACCESS MODE IS RANDOM                                   schk00p
007300          RECORD KEY IS TRN-SEQ                                   schk00p
007400          FILE STATUS IS WS-TRNJRNL-STATUS.                       schk00p
007416      SELECT XFRPEND ASSIGN TO XFRPEND                            schk00p
007432          ORGANIZATION IS INDEXED                                 schk00p
007448          ACCESS MODE IS RANDOM                                   schk00p
007464          RECORD KEY IS PND-ID                                    schk00p
007480          FILE STATUS IS WS-XFRPEND-STATUS.                       schk00p
007484      SELECT STOFILE ASSIGN TO STOFILE                            schk00p
007488          ORGANIZATION IS INDEXED                                 schk00p
007492          ACCESS MODE IS RANDOM                                   schk00p
007494          RECORD KEY IS STO-ID                                    schk00p
007496          FILE STATUS IS WS-STOFILE-STATUS.                       schk00p
007500      SELECT OPTIONAL CNTLFILE ASSIGN TO CNTLFILE                 schk00p
007600          ORGANIZATION IS INDEXED                                 schk00p
007700          ACCESS MODE IS RANDOM                                   schk00p
008600      SELECT SECJRNL ASSIGN TO SECJRNL                            schk00p
008700          ORGANIZATION IS SEQUENTIAL                              schk00p
008800          FILE STATUS IS WS-SECJRNL-STATUS.                       schk00p
008810      SELECT ACCJRNL ASSIGN TO ACCJRNL                            schk00p
008820          ORGANIZATION IS SEQUENTIAL                              schk00p
008830          FILE STATUS IS WS-ACCJRNL-STATUS.                       schk00p
008900      SELECT RPTFILE ASSIGN TO RPTFILE                            schk00p
009000          ORGANIZATION IS LINE SEQUENTIAL.                        schk00p
009100*                                                                 schk00p
010500  COPY CACCREC.                                                   schk00p
010600  FD  TRNJRNL.                                                    schk00p
010700  COPY CTRNREC.                                                   schk00p
010733  FD  XFRPEND.                                                    schk00p
010766  COPY CPNDREC.                                                   schk00p
010775  FD  STOFILE.                                                    schk00p
010785  COPY CSTOREC.                                                   schk00p
010800  FD  CNTLFILE.                                                   schk00p
010900  COPY CCTLREC.                                                   schk00p
011000  FD  TRCFILE.                                                    schk00p
011300  COPY CERRREC.                                                   schk00p
011400  FD  SECJRNL.                                                    schk00p
011500  COPY CSECREC.                                                   schk00p
011510  FD  ACCJRNL.                                                    schk00p
011520  COPY CACJREC.                                                   schk00p
011600  FD  RPTFILE.                                                    schk00p
011700  01  RPT-LINE                  PIC X(80).                        schk00p
011800*                                                                 schk00p
012700      05  WS-ALRTCTL-STATUS      PIC X(02).                       schk00p
012800      05  WS-ACCTFILE-STATUS     PIC X(02).                       schk00p
012900      05  WS-TRNJRNL-STATUS      PIC X(02).                       schk00p
012950      05  WS-XFRPEND-STATUS      PIC X(02).                       schk00p
012975      05  WS-STOFILE-STATUS      PIC X(02).                       schk00p
013000      05  WS-CNTLFILE-STATUS     PIC X(02).                       schk00p
013100      05  WS-TRCFILE-STATUS      PIC X(02).                       schk00p
013200      05  WS-ERRFILE-STATUS      PIC X(02).                       schk00p
013300      05  WS-SECJRNL-STATUS      PIC X(02).                       schk00p
013310      05  WS-ACCJRNL-STATUS      PIC X(02).                       schk00p
013400      05  WS-READY-SWITCH        PIC X(01).                       schk00p
013500          88  WS-SYSTEM-READY    VALUE 'Y'.                       schk00p
013600          88  WS-SYSTEM-NOT-READY VALUE 'N'.                      schk00p
014100* the highest in use must be on file in English, French and    *  schk00p
014200* Spanish.  Raise WS-HIGHEST-MSG whenever a new message        *  schk00p
014300* number is allocated to a program.  Numbers 0016 and 0017     *  schk00p
014400* belonged to the retired menu stubs, 0018 to the old          *  schk00p
014450* statements-not-available answer, and 0053 to the old         *  schk00p
014475* eight-account limit on BANK40A; none is used any more.       *  schk00p
014500***************************************************************** schk00p
014600  01  WS-MSG-CHECK-WORK.                                          schk00p
014700      05  WS-HIGHEST-MSG         PIC 9(04) VALUE 107.             schk00p
014800      05  WS-MSG-NO              PIC 9(04).                       schk00p
014900      05  WS-LANG-SUB            PIC 9(01).                       schk00p
015000      05  WS-LANG-TABLE          PIC X(03) VALUE 'EFS'.           schk00p
017200      PERFORM 2400-CHECK-ALRTCTL THRU 2400-EXIT.                  schk00p
017300      PERFORM 2500-CHECK-ACCTFILE THRU 2500-EXIT.                 schk00p
017400      PERFORM 2600-CHECK-TRNJRNL THRU 2600-EXIT.                  schk00p
017450      PERFORM 2650-CHECK-XFRPEND THRU 2650-EXIT.                  schk00p
017475      PERFORM 2660-CHECK-STOFILE THRU 2660-EXIT.                  schk00p
017500      PERFORM 2700-CHECK-LOGS THRU 2700-EXIT.                     schk00p
017600      PERFORM 2800-CHECK-CNTLFILE THRU 2800-EXIT.                 schk00p
017700      PERFORM 4000-WRITE-VERDICT THRU 4000-EXIT.                  schk00p
025200      EXIT.                                                       schk00p
025300*                                                                 schk00p
025400  2110-CHECK-MSG-NUMBER.                                          schk00p
025500* Numbers 0016 and 0017 belonged to the retired menu stubs, 0018  schk00p
025550* to the old statements-not-available answer and 0053 to the      schk00p
025575* old BANK40A eight-account limit.                                schk00p
025600      IF WS-MSG-NO IS EQUAL TO 16                                 schk00p
025700         OR WS-MSG-NO IS EQUAL TO 17                              schk00p
025750         OR WS-MSG-NO IS EQUAL TO 18                              schk00p
025775         OR WS-MSG-NO IS EQUAL TO 53                              schk00p
025800         GO TO 2110-EXIT                                          schk00p
025900      END-IF.                                                     schk00p
026000      PERFORM 2120-CHECK-MSG-LANG THRU 2120-EXIT                  schk00p
038300  2600-EXIT.                                                      schk00p
038400      EXIT.                                                       schk00p
038500*                                                                 schk00p
038502***************************************************************** schk00p
038504* Transfers over the dual-authorisation limit are held on      *  schk00p
038506* XFRPEND; without it no large transfer can be made at all.    *  schk00p
038508* Its numbering control record is created by the first hold.   *  schk00p
038510***************************************************************** schk00p
038512  2650-CHECK-XFRPEND.                                             schk00p
038514      MOVE 'XFRPEND PRESENT AND READABLE' TO WS-CHECK-NAME.       schk00p
038516      OPEN INPUT XFRPEND.                                         schk00p
038518      IF WS-XFRPEND-STATUS IS EQUAL TO '00'                       schk00p
038520         PERFORM 3000-REPORT-OK THRU 3000-EXIT                    schk00p
038522         CLOSE XFRPEND                                            schk00p
038524      ELSE                                                        schk00p
038526         PERFORM 3100-REPORT-FAIL THRU 3100-EXIT                  schk00p
038528      END-IF.                                                     schk00p
038530  2650-EXIT.                                                      schk00p
038532      EXIT.                                                       schk00p
038534*                                                                 schk00p
038536***************************************************************** schk00p
038538* Transfers scheduled for a later date and standing orders     *  schk00p
038540* wait on STOFILE for the overnight SSTO00P run; without it    *  schk00p
038542* none can be set up, listed or posted.  Its numbering         *  schk00p
038544* control record is created by the first one scheduled.        *  schk00p
038546***************************************************************** schk00p
038548  2660-CHECK-STOFILE.                                             schk00p
038550      MOVE 'STOFILE PRESENT AND READABLE' TO WS-CHECK-NAME.       schk00p
038552      OPEN INPUT STOFILE.                                         schk00p
038554      IF WS-STOFILE-STATUS IS EQUAL TO '00'                       schk00p
038556         PERFORM 3000-REPORT-OK THRU 3000-EXIT                    schk00p
038558         CLOSE STOFILE                                            schk00p
038560      ELSE                                                        schk00p
038562         PERFORM 3100-REPORT-FAIL THRU 3100-EXIT                  schk00p
038564      END-IF.                                                     schk00p
038566  2660-EXIT.                                                      schk00p
038568      EXIT.                                                       schk00p
038570*                                                                 schk00p
038600  2700-CHECK-LOGS.                                                schk00p
038700      MOVE 'TRCFILE PRESENT AND READABLE' TO WS-CHECK-NAME.       schk00p
038800      OPEN INPUT TRCFILE.                                         schk00p
040800      ELSE                                                        schk00p
040900         PERFORM 3100-REPORT-FAIL THRU 3100-EXIT                  schk00p
041000      END-IF.                                                     schk00p
041010      MOVE 'ACCJRNL PRESENT AND READABLE' TO WS-CHECK-NAME.       schk00p
041020      OPEN INPUT ACCJRNL.                                         schk00p
041030      IF WS-ACCJRNL-STATUS IS EQUAL TO '00'                       schk00p
041040         PERFORM 3000-REPORT-OK THRU 3000-EXIT                    schk00p
041050         CLOSE ACCJRNL                                            schk00p
041060      ELSE                                                        schk00p
041070         PERFORM 3100-REPORT-FAIL THRU 3100-EXIT                  schk00p
041080      END-IF.                                                     schk00p
041100  2700-EXIT.                                                      schk00p
041200      EXIT.                                                       schk00p
041300*                                                                 schk00p
049800  9000-EXIT.                                                      schk00p
049900      EXIT.                                                       schk00p
050000*                                                                 schk00p
050100* $ Version 1.07 sequenced on Thursday 15 Oct 2026 at 1:00pm      schk00p
