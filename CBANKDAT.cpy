002200         88  BANK-AID-PFK01         VALUE '1'.                    cbankdat
002300         88  BANK-AID-PFK03         VALUE '3'.                    cbankdat
002400         88  BANK-AID-ENTER         VALUE 'E'.                    cbankdat
002450         88  BANK-AID-PFK07         VALUE '7'.                    cbankdat
002500         88  BANK-AID-PFK08         VALUE '8'.                    cbankdat
002600     10  BANK-HELP-SWITCH           PIC X(01).                    cbankdat
002700         88  BANK-HELP-ACTIVE       VALUE 'Y'.                    cbankdat
004300         88  BANK-MENU-TRANSFERS    VALUE '2'.                    cbankdat
004400         88  BANK-MENU-STATEMENTS   VALUE '3'.                    cbankdat
004500         88  BANK-MENU-ADMIN        VALUE '4'.                    cbankdat
004550         88  BANK-MENU-ACCT-MAINT   VALUE '5'.                    cbankdat
004575         88  BANK-MENU-APPROVALS    VALUE '6'.                    cbankdat
004590         88  BANK-MENU-SCHEDULED    VALUE '7'.                    cbankdat
004600     10  BANK-ADMIN-SWITCH          PIC X(01).                    cbankdat
004700         88  BANK-ADMIN             VALUE 'A'.                    cbankdat
004800         88  BANK-NOT-ADMIN         VALUE ' '.                    cbankdat
006522* Account list built by BBANK40P from the ACCTFILE account        cbankdat
006524* master for the signed-on userid, shown on the BANK40A           cbankdat
006526* account inquiry screen.  The balance is carried already         cbankdat
006528* edited for display.  BANK-ACC-MARK flags an account that        cbankdat
006529* can no longer be used for transfers: F frozen, C closed.        cbankdat
006530     10  BANK-ACC-DATA.                                           cbankdat
006531         15  BANK-ACC-LINE-CNT      PIC 9(02).                    cbankdat
006532         15  BANK-ACC-LINE OCCURS 8 TIMES.                        cbankdat
006533             20  BANK-ACC-NO        PIC X(08).                    cbankdat
006534             20  FILLER             PIC X(01).                    cbankdat
006535             20  BANK-ACC-MARK      PIC X(01).                    cbankdat
006536             20  FILLER             PIC X(01).                    cbankdat
006537             20  BANK-ACC-DESC      PIC X(20).                    cbankdat
006538             20  FILLER             PIC X(01).                    cbankdat
006539             20  BANK-ACC-BALANCE   PIC X(11).                    cbankdat
006540* Transfer request keyed on the BANK50A funds transfer screen,    cbankdat
006541* validated and posted by BBANK50P.  The amount travels as the    cbankdat
006542* user keyed it; BBANK50P edits and converts it.                  cbankdat
006543* A date keyed with it makes it a transfer for that day, and a    cbankdat
006544* frequency of W or M a standing order repeating from that day;   cbankdat
006545* BBANK50P files either on STOFILE for the overnight run.         cbankdat
006546     10  BANK-XFR-DATA.                                           cbankdat
006547         15  BANK-XFR-FROM-ACC      PIC X(08).                    cbankdat
006548         15  BANK-XFR-TO-ACC        PIC X(08).                    cbankdat
006549         15  BANK-XFR-AMOUNT-X      PIC X(10).                    cbankdat
006550* Set by BBANK80P when it hands BBANK50P a held transfer that a   cbankdat
006551* second administrator has approved, so the DUALAMT hold is not   cbankdat
006552* applied again.  BBANK50P hands back what became of the transfer cbankdat
006553* and, once it is posted, its pair of TRNJRNL sequence numbers.   cbankdat
006554         15  BANK-XFR-RELEASE-SWITCH PIC X(01).                   cbankdat
006555             88  BANK-XFR-RELEASE   VALUE 'R'.                    cbankdat
006556         15  BANK-XFR-RESULT        PIC X(01).                    cbankdat
006557             88  BANK-XFR-POSTED    VALUE 'P'.                    cbankdat
006558             88  BANK-XFR-HELD      VALUE 'H'.                    cbankdat
006559             88  BANK-XFR-NOT-POSTED VALUE ' '.                   cbankdat
006560         15  BANK-XFR-DEBIT-SEQ     PIC 9(07).                    cbankdat
006561         15  BANK-XFR-CREDIT-SEQ    PIC 9(07).                    cbankdat
006562         15  BANK-XFR-PEND-ID       PIC 9(07).                    cbankdat
006563         15  BANK-XFR-WHEN-X        PIC X(08).                    cbankdat
006564         15  BANK-XFR-FREQ          PIC X(01).                    cbankdat
006565             88  BANK-XFR-FREQ-NONE VALUE ' ' LOW-VALUE.          cbankdat
006566             88  BANK-XFR-FREQ-ONCE VALUE 'O'.                    cbankdat
006567             88  BANK-XFR-FREQ-WEEKLY VALUE 'W'.                  cbankdat
006568             88  BANK-XFR-FREQ-MONTHLY VALUE 'M'.                 cbankdat
006569         15  BANK-XFR-STO-ID        PIC 9(07).                    cbankdat
006570* Statement request keyed on the BANK60A statement screen and     cbankdat
006571* the page of TRNJRNL postings BBANK60P built for it, newest      cbankdat
006572* first.  BANK-STM-SHOWN-ACC is the account the page belongs      cbankdat
006573* to, so a newly keyed account always starts again from the       cbankdat
006574* newest posting.  The lines are carried already edited for       cbankdat
006575* display.                                                        cbankdat
006576     10  BANK-STM-DATA.                                           cbankdat
006577         15  BANK-STM-ACC           PIC X(08).                    cbankdat
006578         15  BANK-STM-SHOWN-ACC     PIC X(08).                    cbankdat
006579         15  BANK-STM-DESC          PIC X(20).                    cbankdat
006580         15  BANK-STM-BALANCE       PIC X(11).                    cbankdat
006581         15  BANK-STM-PAGE          PIC 9(03).                    cbankdat
006582         15  BANK-STM-MORE-SWITCH   PIC X(01).                    cbankdat
006583             88  BANK-STM-MORE      VALUE 'Y'.                    cbankdat
006584             88  BANK-STM-NO-MORE   VALUE 'N' ' '.                cbankdat
006585         15  BANK-STM-LINE-CNT      PIC 9(02).                    cbankdat
006586         15  BANK-STM-LINE OCCURS 10 TIMES.                       cbankdat
006587             20  BANK-STM-DATE      PIC X(11).                    cbankdat
006588             20  FILLER             PIC X(01).                    cbankdat
006589             20  BANK-STM-TIME      PIC X(08).                    cbankdat
006590             20  FILLER             PIC X(01).                    cbankdat
006591             20  BANK-STM-SIDE      PIC X(02).                    cbankdat
006592             20  FILLER             PIC X(01).                    cbankdat
006593             20  BANK-STM-AMOUNT    PIC X(11).                    cbankdat
006594             20  FILLER             PIC X(01).                    cbankdat
006595             20  BANK-STM-OTHER     PIC X(08).                    cbankdat
006596             20  FILLER             PIC X(01).                    cbankdat
006597             20  BANK-STM-RUN-BAL   PIC X(11).                    cbankdat
006600* Carried from the BANKUSR record at a successful signon so       cbankdat
006700* the menu screen can show when the userid was last used and      cbankdat
006800* how many attempts failed in between.                            cbankdat
008100     10  BANK-SIGNON-FAIL-SWITCH    PIC X(01).                    cbankdat
008120         88  BANK-SIGNON-FAILED     VALUE 'F'.                    cbankdat
008140         88  BANK-NOT-SIGNON-FAILED VALUE ' '.                    cbankdat
008141* Account record keyed or shown on the BANK70A account            cbankdat
008142* maintenance screen, used by administrators through BBANK70P     cbankdat
008143* to open, describe, move, freeze, reinstate and close accounts.  cbankdat
008144     10  BANK-ACM-DATA.                                           cbankdat
008145         15  BANK-ACM-ACTION        PIC X(01).                    cbankdat
008146             88  BANK-ACM-ACT-OPEN   VALUE 'O'.                   cbankdat
008147             88  BANK-ACM-ACT-DESC   VALUE 'D'.                   cbankdat
008148             88  BANK-ACM-ACT-MOVE   VALUE 'M'.                   cbankdat
008149             88  BANK-ACM-ACT-FREEZE VALUE 'F'.                   cbankdat
008150             88  BANK-ACM-ACT-REINSTATE VALUE 'R'.                cbankdat
008151             88  BANK-ACM-ACT-CLOSE  VALUE 'C'.                   cbankdat
008152             88  BANK-ACM-ACT-BROWSE VALUE 'B'.                   cbankdat
008153             88  BANK-ACM-NO-ACTION  VALUE ' ' LOW-VALUE.         cbankdat
008154         15  BANK-ACM-ACC-NO        PIC X(08).                    cbankdat
008155         15  BANK-ACM-OWNER         PIC X(08).                    cbankdat
008156         15  BANK-ACM-OWNER-NAME    PIC X(20).                    cbankdat
008157         15  BANK-ACM-DESC          PIC X(20).                    cbankdat
008158         15  BANK-ACM-BALANCE       PIC X(11).                    cbankdat
008159         15  BANK-ACM-STATUS        PIC X(08).                    cbankdat
008160* Held transfers shown on the BANK80A approvals screen, a page    cbankdat
008161* at a time oldest first, and the item, action and reason keyed   cbankdat
008162* against one of them.  The lines are carried already edited for  cbankdat
008163* display; the age is in whole hours since the transfer was held. cbankdat
008164     10  BANK-APV-DATA.                                           cbankdat
008165         15  BANK-APV-ACTION        PIC X(01).                    cbankdat
008166             88  BANK-APV-ACT-APPROVE VALUE 'A'.                  cbankdat
008167             88  BANK-APV-ACT-REJECT VALUE 'R'.                   cbankdat
008168             88  BANK-APV-NO-ACTION  VALUE ' ' LOW-VALUE.         cbankdat
008169         15  BANK-APV-ID            PIC X(07).                    cbankdat
008170         15  BANK-APV-REASON        PIC X(30).                    cbankdat
008171         15  BANK-APV-PAGE          PIC 9(03).                    cbankdat
008172         15  BANK-APV-MORE-SWITCH   PIC X(01).                    cbankdat
008173             88  BANK-APV-MORE      VALUE 'Y'.                    cbankdat
008174             88  BANK-APV-NO-MORE   VALUE 'N' ' '.                cbankdat
008175         15  BANK-APV-LINE-CNT      PIC 9(02).                    cbankdat
008176         15  BANK-APV-LINE OCCURS 8 TIMES.                        cbankdat
008177             20  BANK-APV-LINE-ID   PIC X(07).                    cbankdat
008178             20  FILLER             PIC X(01).                    cbankdat
008179             20  BANK-APV-REQUESTER PIC X(08).                    cbankdat
008180             20  FILLER             PIC X(01).                    cbankdat
008181             20  BANK-APV-FROM-ACC  PIC X(08).                    cbankdat
008182             20  FILLER             PIC X(01).                    cbankdat
008183             20  BANK-APV-TO-ACC    PIC X(08).                    cbankdat
008184             20  FILLER             PIC X(01).                    cbankdat
008185             20  BANK-APV-AMOUNT    PIC X(11).                    cbankdat
008186             20  FILLER             PIC X(01).                    cbankdat
008187             20  BANK-APV-AGE       PIC X(04).                    cbankdat
008100     10  BANK-HELP-LINE OCCURS 19 TIMES                           cbankdat
008200                                    PIC X(58).                    cbankdat
008203* The user's own live scheduled transfers and standing orders     cbankdat
008206* shown on the BANK90A screen, a page at a time in the order they cbankdat
008209* were set up, and the item and action keyed against one of them. cbankdat
008212* The lines are carried already edited for display; the note says cbankdat
008215* RETRY when the last overnight attempt at an item failed.        cbankdat
008218     10  BANK-SCH-DATA.                                           cbankdat
008221         15  BANK-SCH-ACTION        PIC X(01).                    cbankdat
008224             88  BANK-SCH-ACT-CANCEL VALUE 'C'.                   cbankdat
008227             88  BANK-SCH-NO-ACTION  VALUE ' ' LOW-VALUE.         cbankdat
008230         15  BANK-SCH-ID            PIC X(07).                    cbankdat
008233         15  BANK-SCH-PAGE          PIC 9(03).                    cbankdat
008236         15  BANK-SCH-MORE-SWITCH   PIC X(01).                    cbankdat
008239             88  BANK-SCH-MORE      VALUE 'Y'.                    cbankdat
008242             88  BANK-SCH-NO-MORE   VALUE 'N' ' '.                cbankdat
008245         15  BANK-SCH-LINE-CNT      PIC 9(02).                    cbankdat
008248         15  BANK-SCH-LINE OCCURS 8 TIMES.                        cbankdat
008251             20  BANK-SCH-LINE-ID   PIC X(07).                    cbankdat
008254             20  FILLER             PIC X(01).                    cbankdat
008257             20  BANK-SCH-FROM-ACC  PIC X(08).                    cbankdat
008260             20  FILLER             PIC X(01).                    cbankdat
008263             20  BANK-SCH-TO-ACC    PIC X(08).                    cbankdat
008266             20  FILLER             PIC X(01).                    cbankdat
008269             20  BANK-SCH-AMOUNT    PIC X(11).                    cbankdat
008272             20  FILLER             PIC X(01).                    cbankdat
008275             20  BANK-SCH-FREQ      PIC X(07).                    cbankdat
008278             20  FILLER             PIC X(01).                    cbankdat
008281             20  BANK-SCH-NEXT-DATE PIC X(11).                    cbankdat
008284             20  FILLER             PIC X(01).                    cbankdat
008287             20  BANK-SCH-NOTE      PIC X(05).                    cbankdat
008288* Paging for the BANK40A account list: the page BBANK40P last     cbankdat
008289* built, whether the user owns more accounts beyond it, and the   cbankdat
008290* total balance across all of them, edited for display.           cbankdat
008291     10  BANK-ACC-PAGE-DATA.                                      cbankdat
008292         15  BANK-ACC-PAGE          PIC 9(03).                    cbankdat
008293         15  BANK-ACC-MORE-SWITCH   PIC X(01).                    cbankdat
008294             88  BANK-ACC-MORE      VALUE 'Y'.                    cbankdat
008295             88  BANK-ACC-NO-MORE   VALUE 'N' ' '.                cbankdat
008296         15  BANK-ACC-TOTAL         PIC X(13).                    cbankdat
008300*                                                                 cbankdat
008400* $ Version 1.07 sequenced on Thursday 15 Oct 2026 at 1:00pm      cbankdat
