002000*              id and a journal sequence number.  A transfer    * bbank50p
002100*              that would overdraw the from-account, or draw    * bbank50p
002200*              on an account the signed-on user does not own,   * bbank50p
002300*              or debit or credit a frozen or closed account,   * bbank50p
002350*              is rejected before anything is touched.  Any     * bbank50p
002400*              failure after posting has started is backed out  * bbank50p
002500*              whole, so the books can never show one side      * bbank50p
002600*              without the other.                               * bbank50p
002616*              A transfer over the DUALAMT limit on CNTLFILE    * bbank50p
002632*              is not posted at all but held on XFRPEND for a   * bbank50p
002648*              second administrator to approve on BANK80A;      * bbank50p
002664*              BBANK80P hands it back here to be posted once    * bbank50p
002680*              that approval is given.                          * bbank50p
002683*              A transfer keyed with a date after today is not  * bbank50p
002686*              posted either, but filed on STOFILE as a one-off * bbank50p
002689*              future-dated transfer or a weekly or monthly     * bbank50p
002692*              standing order, for SSTO00P to post overnight    * bbank50p
002695*              when it falls due.                               * bbank50p
002696*              Ownership of the from-account is proved through  * bbank50p
002697*              the ACCTOWN owner path over ACCTFILE, the same   * bbank50p
002698*              path BBANK40P lists the user's accounts from.    * bbank50p
002700***************************************************************** bbank50p
002800*                                                                 bbank50p
002900  IDENTIFICATION DIVISION.                                        bbank50p
008000      05  WS-JRNL-NEW-SWITCH         PIC X(01).                   bbank50p
008100          88  WS-JRNL-NEW            VALUE 'Y'.                   bbank50p
008200          88  WS-JRNL-NOT-NEW        VALUE 'N'.                   bbank50p
008206*                                                                 bbank50p
008212***************************************************************** bbank50p
008218* Dual authorisation.  A transfer for more than this many       * bbank50p
008224* pounds is not posted on the say-so of the user who keyed it;  * bbank50p
008230* it is held on XFRPEND until a second administrator approves   * bbank50p
008236* it.  The DUALAMT record on CNTLFILE overrides this compiled   * bbank50p
008242* default at run time.                                          * bbank50p
008248***************************************************************** bbank50p
008254  01  WS-DUAL-WORK.                                               bbank50p
008260      05  WS-DUAL-LIMIT              PIC 9(07) VALUE 10000.       bbank50p
008266      05  WS-PND-CONTROL-KEY         PIC 9(07) VALUE 0.           bbank50p
008272      05  WS-PND-NEW-SWITCH          PIC X(01).                   bbank50p
008278          88  WS-PND-NEW             VALUE 'Y'.                   bbank50p
008284          88  WS-PND-NOT-NEW         VALUE 'N'.                   bbank50p
008290      05  WS-PND-NEXT-ID             PIC 9(07).                   bbank50p
008300*                                                                 bbank50p
008400  COPY CACCREC.                                                   bbank50p
008500*                                                                 bbank50p
008600  COPY CTRNREC.                                                   bbank50p
008633*                                                                 bbank50p
008666  COPY CPNDREC.                                                   bbank50p
008700*                                                                 bbank50p
008701  COPY CSTOREC.                                                   bbank50p
008702*                                                                 bbank50p
008703***************************************************************** bbank50p
008704* Future-dated transfers and standing orders.  The date is      * bbank50p
008705* keyed DDMMYYYY, or YYYYMMDD by a user whose date preference   * bbank50p
008706* is ISO, and is turned into the same 0CYYDDD form as EIBDATE   * bbank50p
008707* so it can be compared with today and filed on STOFILE.        * bbank50p
008708***************************************************************** bbank50p
008709  01  WS-WHEN-WORK.                                               bbank50p
008710      05  WS-WHEN-SWITCH             PIC X(01).                   bbank50p
008711          88  WS-WHEN-NOW            VALUE 'N'.                   bbank50p
008712          88  WS-WHEN-LATER          VALUE 'L'.                   bbank50p
008713      05  WS-WHEN-MSG                PIC 9(04).                   bbank50p
008714      05  WS-WHEN-DATE-X             PIC X(08).                   bbank50p
008715      05  WS-WHEN-DMY REDEFINES WS-WHEN-DATE-X.                   bbank50p
008716          10  WS-WHEN-DMY-DD         PIC 9(02).                   bbank50p
008717          10  WS-WHEN-DMY-MM         PIC 9(02).                   bbank50p
008718          10  WS-WHEN-DMY-YYYY       PIC 9(04).                   bbank50p
008719      05  WS-WHEN-YMD REDEFINES WS-WHEN-DATE-X.                   bbank50p
008720          10  WS-WHEN-YMD-YYYY       PIC 9(04).                   bbank50p
008721          10  WS-WHEN-YMD-MM         PIC 9(02).                   bbank50p
008722          10  WS-WHEN-YMD-DD         PIC 9(02).                   bbank50p
008723      05  WS-WHEN-YEAR               PIC 9(04).                   bbank50p
008724      05  WS-WHEN-MONTH              PIC 9(02).                   bbank50p
008725      05  WS-WHEN-DAY                PIC 9(02).                   bbank50p
008726      05  WS-WHEN-DAY-OF-YEAR        PIC 9(03).                   bbank50p
008727      05  WS-WHEN-JULIAN             PIC 9(07).                   bbank50p
008728      05  WS-WHEN-SUB                PIC 9(02).                   bbank50p
008729      05  WS-WHEN-QUOT               PIC 9(04).                   bbank50p
008730      05  WS-WHEN-REM-4              PIC 9(04).                   bbank50p
008731      05  WS-WHEN-REM-100            PIC 9(04).                   bbank50p
008732      05  WS-WHEN-REM-400            PIC 9(04).                   bbank50p
008733      05  WS-WHEN-DAYS-IN-MONTH.                                  bbank50p
008734          10  PIC 9(02) VALUE 31.                                 bbank50p
008735          10  PIC 9(02) VALUE 28.                                 bbank50p
008736          10  PIC 9(02) VALUE 31.                                 bbank50p
008737          10  PIC 9(02) VALUE 30.                                 bbank50p
008738          10  PIC 9(02) VALUE 31.                                 bbank50p
008739          10  PIC 9(02) VALUE 30.                                 bbank50p
008740          10  PIC 9(02) VALUE 31.                                 bbank50p
008741          10  PIC 9(02) VALUE 31.                                 bbank50p
008742          10  PIC 9(02) VALUE 30.                                 bbank50p
008743          10  PIC 9(02) VALUE 31.                                 bbank50p
008744          10  PIC 9(02) VALUE 30.                                 bbank50p
008745          10  PIC 9(02) VALUE 31.                                 bbank50p
008746      05  WS-WHEN-DIM-R REDEFINES WS-WHEN-DAYS-IN-MONTH.          bbank50p
008747          10  WS-WHEN-DIM            PIC 9(02) OCCURS 12 TIMES.   bbank50p
008748      05  WS-STO-CONTROL-KEY         PIC 9(07) VALUE 0.           bbank50p
008749      05  WS-STO-NEW-SWITCH          PIC X(01).                   bbank50p
008750          88  WS-STO-NEW             VALUE 'Y'.                   bbank50p
008751          88  WS-STO-NOT-NEW         VALUE 'N'.                   bbank50p
008752      05  WS-STO-NEXT-ID             PIC 9(07).                   bbank50p
008755*                                                                 bbank50p
008758***************************************************************** bbank50p
008761* Ownership check.  The from-account must be one of those the   * bbank50p
008764* signed-on user's ACCTOWN index entries lead to.  READNEXT     * bbank50p
008767* updates the RIDFLD as it goes, so the browse works on a copy  * bbank50p
008770* of the signon id.                                             * bbank50p
008773***************************************************************** bbank50p
008776  01  WS-OWNER-WORK.                                              bbank50p
008779      05  WS-OWN-KEY                 PIC X(08).                   bbank50p
008782      05  WS-OWNER-SWITCH            PIC X(01).                   bbank50p
008785          88  WS-OWNER               VALUE 'Y'.                   bbank50p
008788          88  WS-NOT-OWNER           VALUE 'N'.                   bbank50p
008791      05  WS-BROWSE-SWITCH           PIC X(01).                   bbank50p
008794          88  WS-BROWSE-DONE         VALUE 'Y'.                   bbank50p
008797          88  WS-BROWSE-NOT-DONE     VALUE 'N'.                   bbank50p
008800*                                                                 bbank50p
008900  01  WS-MSG-WORK-AREA.                                           bbank50p
009000  COPY CMSGD.                                                     bbank50p
009033  01  WS-CTL-WORK-AREA.                                           bbank50p
009066  COPY CCTLD.                                                     bbank50p
009100  LINKAGE SECTION.                                                bbank50p
009200  01  DFHCOMMAREA.                                                bbank50p
009300    05  BANK-DATA.                                                bbank50p
013300  XFER50-POST.                                                    bbank50p
013400      MOVE 'MBANK50' TO BANK-LAST-MAPSET.                         bbank50p
013500      MOVE 'BANK50A' TO BANK-LAST-MAP.                            bbank50p
013550      SET BANK-XFR-NOT-POSTED TO TRUE.                            bbank50p
013600      IF BANK-XFR-FROM-ACC IS EQUAL TO SPACES                     bbank50p
013700         OR BANK-XFR-FROM-ACC IS EQUAL TO LOW-VALUES              bbank50p
013800         MOVE 0043 TO MSG-IP-NUMBER                               bbank50p
016100         MOVE MSG-OP-TEXT TO BANK-ERROR-MSG                       bbank50p
016200         GO TO XFER50-POST-EXIT                                   bbank50p
016300      END-IF.                                                     bbank50p
016312      PERFORM XFER50-EDIT-WHEN THRU XFER50-EDIT-WHEN-EXIT.        bbank50p
016324      IF WS-WHEN-MSG IS NOT EQUAL TO ZERO                         bbank50p
016336         MOVE WS-WHEN-MSG TO MSG-IP-NUMBER                        bbank50p
016348         PERFORM MSG50-FETCH THRU MSG50-FETCH-EXIT                bbank50p
016360         MOVE MSG-OP-TEXT TO BANK-ERROR-MSG                       bbank50p
016372         GO TO XFER50-POST-EXIT                                   bbank50p
016384      END-IF.                                                     bbank50p
016400* Sight both accounts before any update is attempted.             bbank50p
016500      EXEC CICS READ                                              bbank50p
016600                DATASET('ACCTFILE')                               bbank50p
017400         MOVE MSG-OP-TEXT TO BANK-ERROR-MSG                       bbank50p
017500         GO TO XFER50-POST-EXIT                                   bbank50p
017600      END-IF.                                                     bbank50p
017610* The account must be reachable from the user's own entries on    bbank50p
017620* the owner path, not merely carry the user's id.                 bbank50p
017630      PERFORM XFER50-CHECK-OWNER THRU XFER50-CHECK-OWNER-EXIT.    bbank50p
017640      IF WS-NOT-OWNER                                             bbank50p
017650         MOVE 0045 TO MSG-IP-NUMBER                               bbank50p
017660         PERFORM MSG50-FETCH THRU MSG50-FETCH-EXIT                bbank50p
017670         MOVE MSG-OP-TEXT TO BANK-ERROR-MSG                       bbank50p
017680         GO TO XFER50-POST-EXIT                                   bbank50p
017690      END-IF.                                                     bbank50p
018210* A frozen or closed account may be neither debited nor           bbank50p
018220* credited, whoever owns it.                                      bbank50p
018230      IF NOT ACC-STATUS-OPEN                                      bbank50p
018240         MOVE 0079 TO MSG-IP-NUMBER                               bbank50p
018250         PERFORM MSG50-FETCH THRU MSG50-FETCH-EXIT                bbank50p
018260         MOVE MSG-OP-TEXT TO BANK-ERROR-MSG                       bbank50p
018270         GO TO XFER50-POST-EXIT                                   bbank50p
018280      END-IF.                                                     bbank50p
018286* Funds are only checked now for a transfer made now; one for a   bbank50p
018292* later date is checked when it falls due.                        bbank50p
018300      IF ACC-BALANCE IS LESS THAN WS-XFR-AMOUNT                   bbank50p
018350         AND WS-WHEN-NOW                                          bbank50p
018400         MOVE 0048 TO MSG-IP-NUMBER                               bbank50p
018500         PERFORM MSG50-FETCH THRU MSG50-FETCH-EXIT                bbank50p
018600         MOVE MSG-OP-TEXT TO BANK-ERROR-MSG                       bbank50p
019800         MOVE MSG-OP-TEXT TO BANK-ERROR-MSG                       bbank50p
019900         GO TO XFER50-POST-EXIT                                   bbank50p
020000      END-IF.                                                     bbank50p
020010      IF NOT ACC-STATUS-OPEN                                      bbank50p
020020         MOVE 0080 TO MSG-IP-NUMBER                               bbank50p
020030         PERFORM MSG50-FETCH THRU MSG50-FETCH-EXIT                bbank50p
020040         MOVE MSG-OP-TEXT TO BANK-ERROR-MSG                       bbank50p
020050         GO TO XFER50-POST-EXIT                                   bbank50p
020060      END-IF.                                                     bbank50p
020061* A transfer over the dual-authorisation limit is held for a      bbank50p
020062* second administrator rather than posted - unless it is one      bbank50p
020063* BBANK80P is releasing because that approval has been given.     bbank50p
020064* A future-dated one over the limit is refused outright, since    bbank50p
020065* nobody would be on hand to approve it on the day it fell due.   bbank50p
020066      IF NOT BANK-XFR-RELEASE                                     bbank50p
020067         PERFORM XFER50-TUNING THRU XFER50-TUNING-EXIT            bbank50p
020068         IF WS-XFR-AMOUNT IS GREATER THAN WS-DUAL-LIMIT           bbank50p
020069            IF WS-WHEN-LATER                                      bbank50p
020070               MOVE 0097 TO MSG-IP-NUMBER                         bbank50p
020071               PERFORM MSG50-FETCH THRU MSG50-FETCH-EXIT          bbank50p
020072               MOVE MSG-OP-TEXT TO BANK-ERROR-MSG                 bbank50p
020073            ELSE                                                  bbank50p
020074               PERFORM XFER50-HOLD THRU XFER50-HOLD-EXIT          bbank50p
020075            END-IF                                                bbank50p
020076            GO TO XFER50-POST-EXIT                                bbank50p
020077         END-IF                                                   bbank50p
020078      END-IF.                                                     bbank50p
020079* A future-dated transfer is filed on STOFILE for the overnight   bbank50p
020080* standing order run to post; nothing moves today.                bbank50p
020081      IF WS-WHEN-LATER                                            bbank50p
020082         PERFORM XFER50-SCHEDULE THRU XFER50-SCHEDULE-EXIT        bbank50p
020083         GO TO XFER50-POST-EXIT                                   bbank50p
020084      END-IF.                                                     bbank50p
020100* Everything checks out - number the posting, move the money      bbank50p
020200* and write both sides to the journal.  The task's single         bbank50p
020300* unit of work holds it all together: any failure from here       bbank50p
021500      IF WS-AMT-NOT-VALID                                         bbank50p
021600         GO TO XFER50-POST-EXIT                                   bbank50p
021700      END-IF.                                                     bbank50p
021725      SET BANK-XFR-POSTED TO TRUE.                                bbank50p
021750      MOVE WS-JRNL-DEBIT-SEQ TO BANK-XFR-DEBIT-SEQ.               bbank50p
021775      MOVE WS-JRNL-CREDIT-SEQ TO BANK-XFR-CREDIT-SEQ.             bbank50p
021800      MOVE 0049 TO MSG-IP-NUMBER.                                 bbank50p
021900      PERFORM MSG50-FETCH THRU MSG50-FETCH-EXIT.                  bbank50p
022000      MOVE MSG-OP-TEXT TO BANK-ERROR-MSG.                         bbank50p
029300         PERFORM XFER50-ABORT THRU XFER50-ABORT-EXIT              bbank50p
029400         GO TO XFER50-MOVE-MONEY-EXIT                             bbank50p
029500      END-IF.                                                     bbank50p
029510* The status is checked again under the update lock, in case      bbank50p
029520* the account was frozen or closed since it was sighted.          bbank50p
029530      IF NOT ACC-STATUS-OPEN                                      bbank50p
029540         PERFORM XFER50-ABORT THRU XFER50-ABORT-EXIT              bbank50p
029550         MOVE 0079 TO MSG-IP-NUMBER                               bbank50p
029560         PERFORM MSG50-FETCH THRU MSG50-FETCH-EXIT                bbank50p
029570         MOVE MSG-OP-TEXT TO BANK-ERROR-MSG                       bbank50p
029580         GO TO XFER50-MOVE-MONEY-EXIT                             bbank50p
029590      END-IF.                                                     bbank50p
029600      IF ACC-BALANCE IS LESS THAN WS-XFR-AMOUNT                   bbank50p
029700         PERFORM XFER50-ABORT THRU XFER50-ABORT-EXIT              bbank50p
029800         MOVE 0048 TO MSG-IP-NUMBER                               bbank50p
032000         PERFORM XFER50-ABORT THRU XFER50-ABORT-EXIT              bbank50p
032100         GO TO XFER50-MOVE-MONEY-EXIT                             bbank50p
032200      END-IF.                                                     bbank50p
032210      IF NOT ACC-STATUS-OPEN                                      bbank50p
032220         PERFORM XFER50-ABORT THRU XFER50-ABORT-EXIT              bbank50p
032230         MOVE 0080 TO MSG-IP-NUMBER                               bbank50p
032240         PERFORM MSG50-FETCH THRU MSG50-FETCH-EXIT                bbank50p
032250         MOVE MSG-OP-TEXT TO BANK-ERROR-MSG                       bbank50p
032260         GO TO XFER50-MOVE-MONEY-EXIT                             bbank50p
032270      END-IF.                                                     bbank50p
032300      ADD WS-XFR-AMOUNT TO ACC-BALANCE.                           bbank50p
032400      EXEC CICS REWRITE                                           bbank50p
032500                DATASET('ACCTFILE')                               bbank50p
039100  XFER50-ABORT-EXIT.                                              bbank50p
039200      EXIT.                                                       bbank50p
039300*                                                                 bbank50p
039301***************************************************************** bbank50p
039302* Hold the transfer on XFRPEND for a second administrator       * bbank50p
039303* instead of posting it.  The held transfer is numbered from    * bbank50p
039304* the file's control record, created the first time anything    * bbank50p
039305* is ever held.  Nothing has been posted, so a failure here     * bbank50p
039306* simply backs out the numbering and says the transfer did not  * bbank50p
039307* happen.                                                       * bbank50p
039308***************************************************************** bbank50p
039309  XFER50-HOLD.                                                    bbank50p
039310      SET WS-PND-NOT-NEW TO TRUE.                                 bbank50p
039311      EXEC CICS READ UPDATE                                       bbank50p
039312                DATASET('XFRPEND')                                bbank50p
039313                INTO(PND-RECORD)                                  bbank50p
039314                RIDFLD(WS-PND-CONTROL-KEY)                        bbank50p
039315                RESP(WS-RESP)                                     bbank50p
039316      END-EXEC.                                                   bbank50p
039317      IF WS-RESP IS EQUAL TO DFHRESP(NOTFND)                      bbank50p
039318         SET WS-PND-NEW TO TRUE                                   bbank50p
039319         MOVE SPACES TO PND-RECORD                                bbank50p
039320         MOVE ZERO TO PND-ID                                      bbank50p
039321         MOVE ZERO TO PND-LAST-ID                                 bbank50p
039322         SET PND-STATUS-CONTROL TO TRUE                           bbank50p
039323         MOVE ZERO TO PND-AMOUNT                                  bbank50p
039324      ELSE                                                        bbank50p
039325         IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)               bbank50p
039326            PERFORM XFER50-ABORT THRU XFER50-ABORT-EXIT           bbank50p
039327            GO TO XFER50-HOLD-EXIT                                bbank50p
039328         END-IF                                                   bbank50p
039329      END-IF.                                                     bbank50p
039330      IF PND-LAST-ID IS NOT NUMERIC                               bbank50p
039331         MOVE ZERO TO PND-LAST-ID                                 bbank50p
039332      END-IF.                                                     bbank50p
039333      ADD 1 TO PND-LAST-ID.                                       bbank50p
039334      MOVE PND-LAST-ID TO WS-PND-NEXT-ID.                         bbank50p
039335      IF WS-PND-NEW                                               bbank50p
039336         EXEC CICS WRITE                                          bbank50p
039337                   DATASET('XFRPEND')                             bbank50p
039338                   FROM(PND-RECORD)                               bbank50p
039339                   RIDFLD(PND-ID)                                 bbank50p
039340                   RESP(WS-RESP)                                  bbank50p
039341         END-EXEC                                                 bbank50p
039342      ELSE                                                        bbank50p
039343         EXEC CICS REWRITE                                        bbank50p
039344                   DATASET('XFRPEND')                             bbank50p
039345                   FROM(PND-RECORD)                               bbank50p
039346                   RESP(WS-RESP)                                  bbank50p
039347         END-EXEC                                                 bbank50p
039348      END-IF.                                                     bbank50p
039349      IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)                  bbank50p
039350         PERFORM XFER50-ABORT THRU XFER50-ABORT-EXIT              bbank50p
039351         GO TO XFER50-HOLD-EXIT                                   bbank50p
039352      END-IF.                                                     bbank50p
039353      MOVE SPACES TO PND-RECORD.                                  bbank50p
039354      MOVE WS-PND-NEXT-ID TO PND-ID.                              bbank50p
039355      SET PND-STATUS-PENDING TO TRUE.                             bbank50p
039356      MOVE BANK-SIGNON-ID TO PND-REQ-SIGNON-ID.                   bbank50p
039357      MOVE EIBDATE TO PND-REQ-DATE.                               bbank50p
039358      MOVE EIBTIME TO PND-REQ-TIME.                               bbank50p
039359      MOVE BANK-XFR-FROM-ACC TO PND-FROM-ACC.                     bbank50p
039360      MOVE BANK-XFR-TO-ACC TO PND-TO-ACC.                         bbank50p
039361      MOVE WS-XFR-AMOUNT TO PND-AMOUNT.                           bbank50p
039362      MOVE ZERO TO PND-ACT-DATE.                                  bbank50p
039363      MOVE ZERO TO PND-ACT-TIME.                                  bbank50p
039364      MOVE ZERO TO PND-DEBIT-SEQ.                                 bbank50p
039365      MOVE ZERO TO PND-CREDIT-SEQ.                                bbank50p
039366      SET PND-REQUESTER-NOT-TOLD TO TRUE.                         bbank50p
039367      MOVE ZERO TO PND-LAST-ID.                                   bbank50p
039368      EXEC CICS WRITE                                             bbank50p
039369                DATASET('XFRPEND')                                bbank50p
039370                FROM(PND-RECORD)                                  bbank50p
039371                RIDFLD(PND-ID)                                    bbank50p
039372                RESP(WS-RESP)                                     bbank50p
039373      END-EXEC.                                                   bbank50p
039374      IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)                  bbank50p
039375         PERFORM XFER50-ABORT THRU XFER50-ABORT-EXIT              bbank50p
039376         GO TO XFER50-HOLD-EXIT                                   bbank50p
039377      END-IF.                                                     bbank50p
039378      SET BANK-XFR-HELD TO TRUE.                                  bbank50p
039379      MOVE WS-PND-NEXT-ID TO BANK-XFR-PEND-ID.                    bbank50p
039380      MOVE 0081 TO MSG-IP-NUMBER.                                 bbank50p
039381      PERFORM MSG50-FETCH THRU MSG50-FETCH-EXIT.                  bbank50p
039382      MOVE MSG-OP-TEXT TO BANK-ERROR-MSG.                         bbank50p
039383      MOVE SPACES TO BANK-XFR-AMOUNT-X.                           bbank50p
039384  XFER50-HOLD-EXIT.                                               bbank50p
039385      EXIT.                                                       bbank50p
039386*                                                                 bbank50p
039400***************************************************************** bbank50p
039500* Edit the keyed amount into pounds and pence.  Digits before   * bbank50p
039600* an optional decimal point, at most two after it, nothing      * bbank50p
042700  XFER50-EDIT-AMOUNT-EXIT.                                        bbank50p
042800      EXIT.                                                       bbank50p
042900*                                                                 bbank50p
042901***************************************************************** bbank50p
042902* Edit the optional date and frequency.  No date and no         * bbank50p
042903* frequency is a transfer for now.  A date must be a real one   * bbank50p
042904* after today; a frequency without a date is refused, and a     * bbank50p
042905* date without one is a one-off.  WS-WHEN-MSG is left zero      * bbank50p
042906* when all is well, otherwise it holds the message to show.     * bbank50p
042907***************************************************************** bbank50p
042908  XFER50-EDIT-WHEN.                                               bbank50p
042909      SET WS-WHEN-NOW TO TRUE.                                    bbank50p
042910      MOVE ZERO TO WS-WHEN-MSG.                                   bbank50p
042911      IF NOT BANK-XFR-FREQ-NONE                                   bbank50p
042912         AND NOT BANK-XFR-FREQ-ONCE                               bbank50p
042913         AND NOT BANK-XFR-FREQ-WEEKLY                             bbank50p
042914         AND NOT BANK-XFR-FREQ-MONTHLY                            bbank50p
042915         MOVE 0096 TO WS-WHEN-MSG                                 bbank50p
042916         GO TO XFER50-EDIT-WHEN-EXIT                              bbank50p
042917      END-IF.                                                     bbank50p
042918      IF BANK-XFR-WHEN-X IS EQUAL TO SPACES                       bbank50p
042919         OR BANK-XFR-WHEN-X IS EQUAL TO LOW-VALUES                bbank50p
042920         IF NOT BANK-XFR-FREQ-NONE                                bbank50p
042921            MOVE 0095 TO WS-WHEN-MSG                              bbank50p
042922         END-IF                                                   bbank50p
042923         GO TO XFER50-EDIT-WHEN-EXIT                              bbank50p
042924      END-IF.                                                     bbank50p
042925      SET WS-WHEN-LATER TO TRUE.                                  bbank50p
042926      MOVE BANK-XFR-WHEN-X TO WS-WHEN-DATE-X.                     bbank50p
042927      IF WS-WHEN-DATE-X IS NOT NUMERIC                            bbank50p
042928         MOVE 0095 TO WS-WHEN-MSG                                 bbank50p
042929         GO TO XFER50-EDIT-WHEN-EXIT                              bbank50p
042930      END-IF.                                                     bbank50p
042931      IF BANK-DATE-FMT IS EQUAL TO 'S'                            bbank50p
042932         MOVE WS-WHEN-YMD-YYYY TO WS-WHEN-YEAR                    bbank50p
042933         MOVE WS-WHEN-YMD-MM TO WS-WHEN-MONTH                     bbank50p
042934         MOVE WS-WHEN-YMD-DD TO WS-WHEN-DAY                       bbank50p
042935      ELSE                                                        bbank50p
042936         MOVE WS-WHEN-DMY-YYYY TO WS-WHEN-YEAR                    bbank50p
042937         MOVE WS-WHEN-DMY-MM TO WS-WHEN-MONTH                     bbank50p
042938         MOVE WS-WHEN-DMY-DD TO WS-WHEN-DAY                       bbank50p
042939      END-IF.                                                     bbank50p
042940      IF WS-WHEN-YEAR IS LESS THAN 1900                           bbank50p
042941         OR WS-WHEN-MONTH IS LESS THAN 1                          bbank50p
042942         OR WS-WHEN-MONTH IS GREATER THAN 12                      bbank50p
042943         MOVE 0095 TO WS-WHEN-MSG                                 bbank50p
042944         GO TO XFER50-EDIT-WHEN-EXIT                              bbank50p
042945      END-IF.                                                     bbank50p
042946* February's length for the year: every fourth year is a leap     bbank50p
042947* year, except century years not divisible by four hundred.       bbank50p
042948      MOVE 28 TO WS-WHEN-DIM (2).                                 bbank50p
042949      DIVIDE WS-WHEN-YEAR BY 4 GIVING WS-WHEN-QUOT                bbank50p
042950             REMAINDER WS-WHEN-REM-4.                             bbank50p
042951      DIVIDE WS-WHEN-YEAR BY 100 GIVING WS-WHEN-QUOT              bbank50p
042952             REMAINDER WS-WHEN-REM-100.                           bbank50p
042953      DIVIDE WS-WHEN-YEAR BY 400 GIVING WS-WHEN-QUOT              bbank50p
042954             REMAINDER WS-WHEN-REM-400.                           bbank50p
042955      IF WS-WHEN-REM-4 IS EQUAL TO ZERO                           bbank50p
042956         AND (WS-WHEN-REM-100 IS NOT EQUAL TO ZERO                bbank50p
042957              OR WS-WHEN-REM-400 IS EQUAL TO ZERO)                bbank50p
042958         MOVE 29 TO WS-WHEN-DIM (2)                               bbank50p
042959      END-IF.                                                     bbank50p
042960      IF WS-WHEN-DAY IS LESS THAN 1                               bbank50p
042961         OR WS-WHEN-DAY IS GREATER THAN                           bbank50p
042962            WS-WHEN-DIM (WS-WHEN-MONTH)                           bbank50p
042963         MOVE 0095 TO WS-WHEN-MSG                                 bbank50p
042964         GO TO XFER50-EDIT-WHEN-EXIT                              bbank50p
042965      END-IF.                                                     bbank50p
042966      MOVE WS-WHEN-DAY TO WS-WHEN-DAY-OF-YEAR.                    bbank50p
042967      PERFORM XFER50-WHEN-MONTH THRU XFER50-WHEN-MONTH-EXIT       bbank50p
042968              VARYING WS-WHEN-SUB FROM 1 BY 1                     bbank50p
042969              UNTIL WS-WHEN-SUB IS NOT LESS THAN WS-WHEN-MONTH.   bbank50p
042970      COMPUTE WS-WHEN-JULIAN =                                    bbank50p
042971          ((WS-WHEN-YEAR - 1900) * 1000) + WS-WHEN-DAY-OF-YEAR.   bbank50p
042972      IF WS-WHEN-JULIAN IS NOT GREATER THAN EIBDATE               bbank50p
042973         MOVE 0095 TO WS-WHEN-MSG                                 bbank50p
042974         GO TO XFER50-EDIT-WHEN-EXIT                              bbank50p
042975      END-IF.                                                     bbank50p
042976      IF BANK-XFR-FREQ-NONE                                       bbank50p
042977         SET BANK-XFR-FREQ-ONCE TO TRUE                           bbank50p
042978      END-IF.                                                     bbank50p
042979  XFER50-EDIT-WHEN-EXIT.                                          bbank50p
042980      EXIT.                                                       bbank50p
042981*                                                                 bbank50p
042982  XFER50-WHEN-MONTH.                                              bbank50p
042983      ADD WS-WHEN-DIM (WS-WHEN-SUB) TO WS-WHEN-DAY-OF-YEAR.       bbank50p
042984  XFER50-WHEN-MONTH-EXIT.                                         bbank50p
042985      EXIT.                                                       bbank50p
042986*                                                                 bbank50p
043000***************************************************************** bbank50p
043100* One character of the keyed amount.  Blanks (or the low-       * bbank50p
043200* values an unkeyed tail arrives as) end the number; a digit    * bbank50p
047700          (WS-AMT-PENCE * 10) + WS-AMT-CHAR-N.                    bbank50p
047800  XFER50-AMT-CHAR-EXIT.                                           bbank50p
047900      EXIT.                                                       bbank50p
047904*                                                                 bbank50p
047908***************************************************************** bbank50p
047912* Fetch the runtime override of the dual-authorisation limit  *   bbank50p
047916* from CNTLFILE.  A missing or zero DUALAMT record leaves the *   bbank50p
047920* compiled default alone.                                     *   bbank50p
047924***************************************************************** bbank50p
047928  XFER50-TUNING.                                                  bbank50p
047932      MOVE 'DUALAMT' TO CTL-IP-KEY.                               bbank50p
047936      PERFORM CNTL50-FETCH THRU CNTL50-FETCH-EXIT.                bbank50p
047940      IF CTL-OP-FOUND                                             bbank50p
047944         AND CTL-OP-VALUE IS GREATER THAN ZERO                    bbank50p
047948         MOVE CTL-OP-VALUE TO WS-DUAL-LIMIT                       bbank50p
047952      END-IF.                                                     bbank50p
047956  XFER50-TUNING-EXIT.                                             bbank50p
047960      EXIT.                                                       bbank50p
047964*                                                                 bbank50p
047968  CNTL50-FETCH.                                                   bbank50p
047972      EXEC CICS LINK PROGRAM('SCNTL00P')                          bbank50p
047976                     COMMAREA(WS-CTL-WORK-AREA)                   bbank50p
047980                     LENGTH(LENGTH OF WS-CTL-WORK-AREA)           bbank50p
047984      END-EXEC.                                                   bbank50p
047988  CNTL50-FETCH-EXIT.                                              bbank50p
047992      EXIT.                                                       bbank50p
048000*                                                                 bbank50p
048001***************************************************************** bbank50p
048002* File a future-dated transfer or standing order on STOFILE for * bbank50p
048003* SSTO00P to post when it falls due.  It is numbered from the   * bbank50p
048004* file's control record, created the first time anything is     * bbank50p
048005* ever scheduled.  Nothing has been posted, so a failure here   * bbank50p
048006* simply backs out the numbering and says the transfer did not  * bbank50p
048007* happen.                                                       * bbank50p
048008***************************************************************** bbank50p
048009  XFER50-SCHEDULE.                                                bbank50p
048010      SET WS-STO-NOT-NEW TO TRUE.                                 bbank50p
048011      EXEC CICS READ UPDATE                                       bbank50p
048012                DATASET('STOFILE')                                bbank50p
048013                INTO(STO-RECORD)                                  bbank50p
048014                RIDFLD(WS-STO-CONTROL-KEY)                        bbank50p
048015                RESP(WS-RESP)                                     bbank50p
048016      END-EXEC.                                                   bbank50p
048017      IF WS-RESP IS EQUAL TO DFHRESP(NOTFND)                      bbank50p
048018         SET WS-STO-NEW TO TRUE                                   bbank50p
048019         MOVE SPACES TO STO-RECORD                                bbank50p
048020         MOVE ZERO TO STO-ID                                      bbank50p
048021         MOVE ZERO TO STO-LAST-ID                                 bbank50p
048022         SET STO-STATUS-CONTROL TO TRUE                           bbank50p
048023         MOVE ZERO TO STO-AMOUNT                                  bbank50p
048024      ELSE                                                        bbank50p
048025         IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)               bbank50p
048026            PERFORM XFER50-ABORT THRU XFER50-ABORT-EXIT           bbank50p
048027            GO TO XFER50-SCHEDULE-EXIT                            bbank50p
048028         END-IF                                                   bbank50p
048029      END-IF.                                                     bbank50p
048030      IF STO-LAST-ID IS NOT NUMERIC                               bbank50p
048031         MOVE ZERO TO STO-LAST-ID                                 bbank50p
048032      END-IF.                                                     bbank50p
048033      ADD 1 TO STO-LAST-ID.                                       bbank50p
048034      MOVE STO-LAST-ID TO WS-STO-NEXT-ID.                         bbank50p
048035      IF WS-STO-NEW                                               bbank50p
048036         EXEC CICS WRITE                                          bbank50p
048037                   DATASET('STOFILE')                             bbank50p
048038                   FROM(STO-RECORD)                               bbank50p
048039                   RIDFLD(STO-ID)                                 bbank50p
048040                   RESP(WS-RESP)                                  bbank50p
048041         END-EXEC                                                 bbank50p
048042      ELSE                                                        bbank50p
048043         EXEC CICS REWRITE                                        bbank50p
048044                   DATASET('STOFILE')                             bbank50p
048045                   FROM(STO-RECORD)                               bbank50p
048046                   RESP(WS-RESP)                                  bbank50p
048047         END-EXEC                                                 bbank50p
048048      END-IF.                                                     bbank50p
048049      IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)                  bbank50p
048050         PERFORM XFER50-ABORT THRU XFER50-ABORT-EXIT              bbank50p
048051         GO TO XFER50-SCHEDULE-EXIT                               bbank50p
048052      END-IF.                                                     bbank50p
048053      MOVE SPACES TO STO-RECORD.                                  bbank50p
048054      MOVE WS-STO-NEXT-ID TO STO-ID.                              bbank50p
048055      SET STO-STATUS-ACTIVE TO TRUE.                              bbank50p
048056      MOVE BANK-SIGNON-ID TO STO-SIGNON-ID.                       bbank50p
048057      MOVE BANK-XFR-FROM-ACC TO STO-FROM-ACC.                     bbank50p
048058      MOVE BANK-XFR-TO-ACC TO STO-TO-ACC.                         bbank50p
048059      MOVE WS-XFR-AMOUNT TO STO-AMOUNT.                           bbank50p
048060      MOVE BANK-XFR-FREQ TO STO-FREQUENCY.                        bbank50p
048061      MOVE WS-WHEN-DAY TO STO-DAY-OF-MONTH.                       bbank50p
048062      MOVE WS-WHEN-JULIAN TO STO-NEXT-DATE.                       bbank50p
048063      MOVE EIBDATE TO STO-SET-DATE.                               bbank50p
048064      MOVE EIBTIME TO STO-SET-TIME.                               bbank50p
048065      MOVE ZERO TO STO-LAST-RUN-DATE.                             bbank50p
048066      MOVE ZERO TO STO-POST-COUNT.                                bbank50p
048067      MOVE ZERO TO STO-FAIL-COUNT.                                bbank50p
048068      MOVE ZERO TO STO-END-DATE.                                  bbank50p
048069      MOVE ZERO TO STO-LAST-ID.                                   bbank50p
048070      EXEC CICS WRITE                                             bbank50p
048071                DATASET('STOFILE')                                bbank50p
048072                FROM(STO-RECORD)                                  bbank50p
048073                RIDFLD(STO-ID)                                    bbank50p
048074                RESP(WS-RESP)                                     bbank50p
048075      END-EXEC.                                                   bbank50p
048076      IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)                  bbank50p
048077         PERFORM XFER50-ABORT THRU XFER50-ABORT-EXIT              bbank50p
048078         GO TO XFER50-SCHEDULE-EXIT                               bbank50p
048079      END-IF.                                                     bbank50p
048080      MOVE WS-STO-NEXT-ID TO BANK-XFR-STO-ID.                     bbank50p
048081      MOVE 0098 TO MSG-IP-NUMBER.                                 bbank50p
048082      PERFORM MSG50-FETCH THRU MSG50-FETCH-EXIT.                  bbank50p
048083      MOVE MSG-OP-TEXT TO BANK-ERROR-MSG.                         bbank50p
048084      MOVE SPACES TO BANK-XFR-AMOUNT-X.                           bbank50p
048085      MOVE SPACES TO BANK-XFR-WHEN-X.                             bbank50p
048086      MOVE SPACES TO BANK-XFR-FREQ.                               bbank50p
048087  XFER50-SCHEDULE-EXIT.                                           bbank50p
048088      EXIT.                                                       bbank50p
048089*                                                                 bbank50p
048100*                                                                 bbank50p
048200***************************************************************** bbank50p
048300* Fetch one catalogue message text in the language the user   *   bbank50p
049100      END-EXEC.                                                   bbank50p
049200  MSG50-FETCH-EXIT.                                               bbank50p
049300      EXIT.                                                       bbank50p
049400*                                                                 bbank50p
049500***************************************************************** bbank50p
049600* Prove the from-account belongs to the signed-on user by       * bbank50p
049700* browsing the user's entries on the ACCTOWN owner path until   * bbank50p
049800* the account turns up or the user's entries run out.  Finding  * bbank50p
049900* it leaves ACC-RECORD holding the from-account as the direct   * bbank50p
050000* read did.                                                     * bbank50p
050100***************************************************************** bbank50p
050200  XFER50-CHECK-OWNER.                                             bbank50p
050300      SET WS-NOT-OWNER TO TRUE.                                   bbank50p
050400      SET WS-BROWSE-NOT-DONE TO TRUE.                             bbank50p
050500      MOVE BANK-SIGNON-ID TO WS-OWN-KEY.                          bbank50p
050600      EXEC CICS STARTBR                                           bbank50p
050700                DATASET('ACCTOWN')                                bbank50p
050800                RIDFLD(WS-OWN-KEY)                                bbank50p
050900                EQUAL                                             bbank50p
051000                RESP(WS-RESP)                                     bbank50p
051100      END-EXEC.                                                   bbank50p
051200      IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)                  bbank50p
051300         GO TO XFER50-CHECK-OWNER-EXIT                            bbank50p
051400      END-IF.                                                     bbank50p
051500      PERFORM XFER50-OWNER-NEXT THRU XFER50-OWNER-NEXT-EXIT       bbank50p
051600              UNTIL WS-BROWSE-DONE.                               bbank50p
051700      EXEC CICS ENDBR                                             bbank50p
051800                DATASET('ACCTOWN')                                bbank50p
051900      END-EXEC.                                                   bbank50p
052000  XFER50-CHECK-OWNER-EXIT.                                        bbank50p
052100      EXIT.                                                       bbank50p
052200*                                                                 bbank50p
052300  XFER50-OWNER-NEXT.                                              bbank50p
052400      EXEC CICS READNEXT                                          bbank50p
052500                DATASET('ACCTOWN')                                bbank50p
052600                INTO(ACC-RECORD)                                  bbank50p
052700                RIDFLD(WS-OWN-KEY)                                bbank50p
052800                RESP(WS-RESP)                                     bbank50p
052900      END-EXEC.                                                   bbank50p
053000      IF WS-RESP IS NOT EQUAL TO DFHRESP(NORMAL)                  bbank50p
053100         AND WS-RESP IS NOT EQUAL TO DFHRESP(DUPKEY)              bbank50p
053200         SET WS-BROWSE-DONE TO TRUE                               bbank50p
053300         GO TO XFER50-OWNER-NEXT-EXIT                             bbank50p
053400      END-IF.                                                     bbank50p
053500      IF ACC-SIGNON-ID IS NOT EQUAL TO BANK-SIGNON-ID             bbank50p
053600         SET WS-BROWSE-DONE TO TRUE                               bbank50p
053700         GO TO XFER50-OWNER-NEXT-EXIT                             bbank50p
053800      END-IF.                                                     bbank50p
053900      IF ACC-ACCOUNT-NO IS EQUAL TO BANK-XFR-FROM-ACC             bbank50p
054000         SET WS-OWNER TO TRUE                                     bbank50p
054100         SET WS-BROWSE-DONE TO TRUE                               bbank50p
054200      END-IF.                                                     bbank50p
054300  XFER50-OWNER-NEXT-EXIT.                                         bbank50p
054400      EXIT.                                                       bbank50p
060000* $ Version 1.04 sequenced on Thursday 15 Oct 2026 at 1:00pm      bbank50p
