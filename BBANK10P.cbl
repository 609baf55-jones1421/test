006000          10  WS-DATE-DDD            PIC 9(03).                   bbank10p
006100      05  WS-FULL-YEAR               PIC 9(04).                   bbank10p
006200      05  WS-LEAP-DAYS               PIC 9(04).                   bbank10p
006225      05  WS-PRIOR-YEAR              PIC 9(04).                   bbank10p
006250      05  WS-LEAP-100                PIC 9(04).                   bbank10p
006275      05  WS-LEAP-400                PIC 9(04).                   bbank10p
006300      05  WS-DAY-NUMBER              PIC 9(08).                   bbank10p
006400      05  WS-THEN-DAY-NUMBER         PIC 9(08).                   bbank10p
006500      05  WS-NOW-DAY-NUMBER          PIC 9(08).                   bbank10p
007500      05  WS-PSWD-EXPIRED-SWITCH     PIC X(01).                   bbank10p
007600          88  WS-PSWD-EXPIRED        VALUE 'Y'.                   bbank10p
007700          88  WS-PSWD-NOT-EXPIRED    VALUE 'N'.                   bbank10p
007703*                                                                 bbank10p
007706***************************************************************** bbank10p
007709* Work fields for telling a requester what became of a held     * bbank10p
007712* transfer.  DUALHRS on CNTLFILE overrides the compiled life of * bbank10p
007713* a held transfer in hours.  The browse runs over the user's    * bbank10p
007714* entries on the XFRREQ path, keyed on the requester's signon   * bbank10p
007715* id; the held key is the last transfer settled.  A record is   * bbank10p
007716* never updated while a browse is open.                         * bbank10p
007721***************************************************************** bbank10p
007724  01  WS-HELD-WORK.                                               bbank10p
007727      05  WS-HELD-EXPIRY-HOURS       PIC 9(05) VALUE 24.          bbank10p
007730      05  WS-HELD-KEY                PIC 9(07).                   bbank10p
007731      05  WS-HELD-REQ-KEY            PIC X(08).                   bbank10p
007733      05  WS-HELD-MSG                PIC 9(04).                   bbank10p
007736      05  WS-HELD-TIME-9             PIC 9(07).                   bbank10p
007739      05  WS-HELD-TIME-9-R REDEFINES WS-HELD-TIME-9.              bbank10p
007742          10  FILLER                 PIC 9(01).                   bbank10p
007745          10  WS-HELD-TIME-HH        PIC 9(02).                   bbank10p
007748          10  WS-HELD-TIME-MM        PIC 9(02).                   bbank10p
007751          10  WS-HELD-TIME-SS        PIC 9(02).                   bbank10p
007754      05  WS-HELD-THEN-MINUTES       PIC 9(05).                   bbank10p
007757      05  WS-HELD-NOW-MINUTES        PIC 9(05).                   bbank10p
007760      05  WS-HELD-AGE-MINUTES        PIC S9(09).                  bbank10p
007763      05  WS-HELD-AGE-HOURS          PIC S9(07).                  bbank10p
007766      05  WS-HELD-BROWSE-SWITCH      PIC X(01).                   bbank10p
007769          88  WS-HELD-BROWSE-DONE    VALUE 'Y'.                   bbank10p
007772          88  WS-HELD-BROWSE-NOT-DONE VALUE 'N'.                  bbank10p
007775      05  WS-HELD-FOUND-SWITCH       PIC X(01).                   bbank10p
007778          88  WS-HELD-FOUND          VALUE 'Y'.                   bbank10p
007781          88  WS-HELD-NOT-FOUND      VALUE 'N'.                   bbank10p
007800*                                                                 bbank10p
007900  COPY CUSRREC.                                                   bbank10p
007933*                                                                 bbank10p
007966  COPY CPNDREC.                                                   bbank10p
008000*                                                                 bbank10p
008002*                                                                 bbank10p
008004  01  WS-MSG-WORK-AREA.                                           bbank10p
018540      ELSE                                                        bbank10p
018550         MOVE SPACES TO BANK-ERROR-MSG                            bbank10p
018560      END-IF.                                                     bbank10p
018565* A requester whose held transfer has been turned down, or has    bbank10p
018570* run out of time, hears of it here; a superseded session's       bbank10p
018575* warning matters more and is left to stand.                      bbank10p
018580      IF WS-NOT-SUPERSEDED                                        bbank10p
018585         PERFORM VALID10-HELD THRU VALID10-HELD-EXIT              bbank10p
018590      END-IF.                                                     bbank10p
018600  VALID10-OK-EXIT.                                                bbank10p
018700      EXIT.                                                       bbank10p
018800*                                                                 bbank10p
030900*                                                                 bbank10p
031000***************************************************************** bbank10p
031100* Turn the 0CYYDDD Julian date in WS-DATE-9 into a whole day    * bbank10p
031200* number in WS-DAY-NUMBER, counting the leap days before the    * bbank10p
031300* year by the full Gregorian rule.                              * bbank10p
031400***************************************************************** bbank10p
031500  VALID10-DAY-NUMBER.                                             bbank10p
031600      COMPUTE WS-FULL-YEAR =                                      bbank10p
031700          1900 + (WS-DATE-CENTURY * 100) + WS-DATE-YY.            bbank10p
031728      SUBTRACT 1 FROM WS-FULL-YEAR GIVING WS-PRIOR-YEAR.          bbank10p
031756      DIVIDE WS-PRIOR-YEAR BY 4 GIVING WS-LEAP-DAYS.              bbank10p
031784      DIVIDE WS-PRIOR-YEAR BY 100 GIVING WS-LEAP-100.             bbank10p
031812      DIVIDE WS-PRIOR-YEAR BY 400 GIVING WS-LEAP-400.             bbank10p
031840      COMPUTE WS-LEAP-DAYS =                                      bbank10p
031868          WS-LEAP-DAYS - WS-LEAP-100 + WS-LEAP-400.               bbank10p
031900      COMPUTE WS-DAY-NUMBER =                                     bbank10p
032000          (WS-FULL-YEAR * 365) + WS-LEAP-DAYS + WS-DATE-DDD.      bbank10p
032100  VALID10-DAY-NUMBER-EXIT.                                        bbank10p
032200      EXIT.                                                       bbank10p
032201*                                                                 bbank10p
032202***************************************************************** bbank10p
032203* Look through this user's held transfers, browsing only their  * bbank10p
032204* own entries on the XFRREQ path over XFRPEND.  One still       * bbank10p
032205* pending past its DUALHRS life is marked expired; one rejected * bbank10p
032206* or expired that the user has not yet been told of is marked   * bbank10p
032207* as told, and the signon message says so - a rejection before  * bbank10p
032208* an expiry.  Each record to change is found by browsing, the   * bbank10p
032209* browse ended, the record read for update and rewritten, and   * bbank10p
032210* the browse started again.  The path gives back a user's       * bbank10p
032211* entries in the order they were written, which is PND-ID       * bbank10p
032212* order, so the new browse passes over the one just settled and * bbank10p
032213* those before it.                                              * bbank10p
032214***************************************************************** bbank10p
032215  VALID10-HELD.                                                   bbank10p
032216      MOVE ZERO TO WS-HELD-MSG.                                   bbank10p
032217      MOVE 'DUALHRS' TO CTL-IP-KEY.                               bbank10p
032218      PERFORM CNTL10-FETCH THRU CNTL10-FETCH-EXIT.                bbank10p
032219      IF CTL-OP-FOUND                                             bbank10p
032220         AND CTL-OP-VALUE IS GREATER THAN ZERO                    bbank10p
032221         MOVE CTL-OP-VALUE TO WS-HELD-EXPIRY-HOURS                bbank10p
032222      END-IF.                                                     bbank10p
032223* Nothing settled yet.                                            bbank10p
032224      MOVE ZERO TO WS-HELD-KEY.                                   bbank10p
032225  VALID10-HELD-SCAN.                                              bbank10p
032226      SET WS-HELD-NOT-FOUND TO TRUE.                              bbank10p
032227      SET WS-HELD-BROWSE-NOT-DONE TO TRUE.                        bbank10p
032228      MOVE BANK-SIGNON-ID TO WS-HELD-REQ-KEY.                     bbank10p
032229      EXEC CICS STARTBR                                           bbank10p
032230                DATASET('XFRREQ')                                 bbank10p
032231                RIDFLD(WS-HELD-REQ-KEY)                           bbank10p
032232                EQUAL                                             bbank10p
032233                RESP(WS-RESP)                                     bbank10p
032234      END-EXEC.                                                   bbank10p
032235      IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)                  bbank10p
032236         GO TO VALID10-HELD-REPORT                                bbank10p
032237      END-IF.                                                     bbank10p
032238      PERFORM VALID10-HELD-NEXT THRU VALID10-HELD-NEXT-EXIT       bbank10p
032239          UNTIL WS-HELD-FOUND                                     bbank10p
032240             OR WS-HELD-BROWSE-DONE.                              bbank10p
032241      EXEC CICS ENDBR                                             bbank10p
032242                DATASET('XFRREQ')                                 bbank10p
032243      END-EXEC.                                                   bbank10p
032244      IF WS-HELD-FOUND                                            bbank10p
032245         MOVE PND-ID TO WS-HELD-KEY                               bbank10p
032246         PERFORM VALID10-HELD-MARK THRU VALID10-HELD-MARK-EXIT    bbank10p
032247         GO TO VALID10-HELD-SCAN                                  bbank10p
032248      END-IF.                                                     bbank10p
032249  VALID10-HELD-REPORT.                                            bbank10p
032250      IF WS-HELD-MSG IS NOT EQUAL TO ZERO                         bbank10p
032251         MOVE WS-HELD-MSG TO MSG-IP-NUMBER                        bbank10p
032252         PERFORM MSG10-FETCH THRU MSG10-FETCH-EXIT                bbank10p
032253         MOVE MSG-OP-TEXT TO BANK-ERROR-MSG                       bbank10p
032254      END-IF.                                                     bbank10p
032255  VALID10-HELD-EXIT.                                              bbank10p
032256      EXIT.                                                       bbank10p
032257*                                                                 bbank10p
032258  VALID10-HELD-NEXT.                                              bbank10p
032259      EXEC CICS READNEXT                                          bbank10p
032260                DATASET('XFRREQ')                                 bbank10p
032261                INTO(PND-RECORD)                                  bbank10p
032262                RIDFLD(WS-HELD-REQ-KEY)                           bbank10p
032263                RESP(WS-RESP)                                     bbank10p
032264      END-EXEC.                                                   bbank10p
032265      IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)                  bbank10p
032266         AND WS-RESP IS NOT EQUAL TO DFHRESP(DUPKEY)              bbank10p
032267         SET WS-HELD-BROWSE-DONE TO TRUE                          bbank10p
032268         GO TO VALID10-HELD-NEXT-EXIT                             bbank10p
032269      END-IF.                                                     bbank10p
032270      IF PND-REQ-SIGNON-ID IS NOT EQUAL TO BANK-SIGNON-ID         bbank10p
032271         SET WS-HELD-BROWSE-DONE TO TRUE                          bbank10p
032272         GO TO VALID10-HELD-NEXT-EXIT                             bbank10p
032273      END-IF.                                                     bbank10p
032274      IF PND-ID IS NOT GREATER THAN WS-HELD-KEY                   bbank10p
032275         GO TO VALID10-HELD-NEXT-EXIT                             bbank10p
032276      END-IF.                                                     bbank10p
032277      IF PND-STATUS-PENDING                                       bbank10p
032278         PERFORM VALID10-HELD-AGE THRU VALID10-HELD-AGE-EXIT      bbank10p
032279         IF WS-HELD-AGE-HOURS                                     bbank10p
032280            IS NOT LESS THAN WS-HELD-EXPIRY-HOURS                 bbank10p
032281            SET WS-HELD-FOUND TO TRUE                             bbank10p
032282         END-IF                                                   bbank10p
032283         GO TO VALID10-HELD-NEXT-EXIT                             bbank10p
032284      END-IF.                                                     bbank10p
032285      IF (PND-STATUS-REJECTED OR PND-STATUS-EXPIRED)              bbank10p
032286         AND PND-REQUESTER-NOT-TOLD                               bbank10p
032287         SET WS-HELD-FOUND TO TRUE                                bbank10p
032288      END-IF.                                                     bbank10p
032289  VALID10-HELD-NEXT-EXIT.                                         bbank10p
032290      EXIT.                                                       bbank10p
032300*                                                                 bbank10p
032301* Read the record found for update and settle it.  Anything that  bbank10p
032302* changed since the browse saw it is simply let go.               bbank10p
032303  VALID10-HELD-MARK.                                              bbank10p
032304      EXEC CICS READ UPDATE                                       bbank10p
032305                DATASET('XFRPEND')                                bbank10p
032306                INTO(PND-RECORD)                                  bbank10p
032307                RIDFLD(WS-HELD-KEY)                               bbank10p
032308                RESP(WS-RESP)                                     bbank10p
032309      END-EXEC.                                                   bbank10p
032310      IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)                  bbank10p
032311         GO TO VALID10-HELD-MARK-EXIT                             bbank10p
032312      END-IF.                                                     bbank10p
032313      IF PND-STATUS-PENDING                                       bbank10p
032314         PERFORM VALID10-HELD-AGE THRU VALID10-HELD-AGE-EXIT      bbank10p
032315         IF WS-HELD-AGE-HOURS                                     bbank10p
032316            IS NOT LESS THAN WS-HELD-EXPIRY-HOURS                 bbank10p
032317            SET PND-STATUS-EXPIRED TO TRUE                        bbank10p
032318            MOVE EIBDATE TO PND-ACT-DATE                          bbank10p
032319            MOVE EIBTIME TO PND-ACT-TIME                          bbank10p
032320         END-IF                                                   bbank10p
032321      END-IF.                                                     bbank10p
032322      IF NOT PND-STATUS-REJECTED                                  bbank10p
032323         AND NOT PND-STATUS-EXPIRED                               bbank10p
032324         EXEC CICS UNLOCK DATASET('XFRPEND') END-EXEC             bbank10p
032325         GO TO VALID10-HELD-MARK-EXIT                             bbank10p
032326      END-IF.                                                     bbank10p
032327* Only once the record says the requester has been told is the    bbank10p
032328* message set for them; a failed rewrite leaves both alone for    bbank10p
032329* the next signon.                                                bbank10p
032330      SET PND-REQUESTER-TOLD TO TRUE.                             bbank10p
032331      EXEC CICS REWRITE                                           bbank10p
032332                DATASET('XFRPEND')                                bbank10p
032333                FROM(PND-RECORD)                                  bbank10p
032334                RESP(WS-RESP)                                     bbank10p
032335      END-EXEC.                                                   bbank10p
032336      IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)                  bbank10p
032337         EXEC CICS UNLOCK                                         bbank10p
032338                   DATASET('XFRPEND')                             bbank10p
032339                   RESP(WS-RESP)                                  bbank10p
032340         END-EXEC                                                 bbank10p
032341         GO TO VALID10-HELD-MARK-EXIT                             bbank10p
032342      END-IF.                                                     bbank10p
032343      IF PND-STATUS-REJECTED                                      bbank10p
032344         MOVE 0093 TO WS-HELD-MSG                                 bbank10p
032345      ELSE                                                        bbank10p
032346         IF WS-HELD-MSG IS EQUAL TO ZERO                          bbank10p
032347            MOVE 0094 TO WS-HELD-MSG                              bbank10p
032348         END-IF                                                   bbank10p
032349      END-IF.                                                     bbank10p
032350  VALID10-HELD-MARK-EXIT.                                         bbank10p
032351      EXIT.                                                       bbank10p
032352*                                                                 bbank10p
032353* Age of the held transfer in PND-RECORD in whole hours.          bbank10p
032354  VALID10-HELD-AGE.                                               bbank10p
032355      MOVE ZERO TO WS-HELD-AGE-HOURS.                             bbank10p
032356      IF PND-REQ-DATE IS NOT NUMERIC                              bbank10p
032357         OR PND-REQ-TIME IS NOT NUMERIC                           bbank10p
032358         GO TO VALID10-HELD-AGE-EXIT                              bbank10p
032359      END-IF.                                                     bbank10p
032360      MOVE PND-REQ-DATE TO WS-DATE-9.                             bbank10p
032361      PERFORM VALID10-DAY-NUMBER THRU VALID10-DAY-NUMBER-EXIT.    bbank10p
032362      MOVE WS-DAY-NUMBER TO WS-THEN-DAY-NUMBER.                   bbank10p
032363      MOVE EIBDATE TO WS-DATE-9.                                  bbank10p
032364      PERFORM VALID10-DAY-NUMBER THRU VALID10-DAY-NUMBER-EXIT.    bbank10p
032365      MOVE WS-DAY-NUMBER TO WS-NOW-DAY-NUMBER.                    bbank10p
032366      MOVE PND-REQ-TIME TO WS-HELD-TIME-9.                        bbank10p
032367      COMPUTE WS-HELD-THEN-MINUTES =                              bbank10p
032368          (WS-HELD-TIME-HH * 60) + WS-HELD-TIME-MM.               bbank10p
032369      MOVE EIBTIME TO WS-HELD-TIME-9.                             bbank10p
032370      COMPUTE WS-HELD-NOW-MINUTES =                               bbank10p
032371          (WS-HELD-TIME-HH * 60) + WS-HELD-TIME-MM.               bbank10p
032372      COMPUTE WS-HELD-AGE-MINUTES =                               bbank10p
032373          ((WS-NOW-DAY-NUMBER - WS-THEN-DAY-NUMBER) * 1440)       bbank10p
032374          + WS-HELD-NOW-MINUTES - WS-HELD-THEN-MINUTES.           bbank10p
032375      IF WS-HELD-AGE-MINUTES IS GREATER THAN ZERO                 bbank10p
032376         DIVIDE WS-HELD-AGE-MINUTES BY 60 GIVING WS-HELD-AGE-HOURSbbank10p
032377      END-IF.                                                     bbank10p
032378  VALID10-HELD-AGE-EXIT.                                          bbank10p
032379      EXIT.                                                       bbank10p
032380*                                                                 bbank10p
032400***************************************************************** bbank10p
032500* Count the real characters in the new password by backing off  * bbank10p
032600* WS-NEW-PSWD-LEN past the trailing spaces.                     * bbank10p
035787      END-EXEC.                                                   bbank10p
035788  MSG10-FETCH-EXIT.                                               bbank10p
035789      EXIT.                                                       bbank10p
035800* $ Version 1.06 sequenced on Thursday 15 Oct 2026 at 1:00pm      bbank10p
