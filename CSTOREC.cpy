000100***************************************************************** cstorec
000200*                                                               * cstorec
000300*   CSTOREC.CPY                                                 * cstorec
000400*---------------------------------------------------------------  cstorec
000500*   Record layout for the STOFILE scheduled-transfer file,      * cstorec
000600*   keyed on STO-ID.  BBANK50P writes one record for every      * cstorec
000700*   transfer keyed on BANK50A with a date after today: a        * cstorec
000800*   one-off future-dated transfer, or a standing order that     * cstorec
000900*   repeats weekly or monthly from that date.  The overnight    * cstorec
001000*   run SSTO00P posts each item on or after its STO-NEXT-DATE   * cstorec
001100*   with the same rules BBANK50P applies online, then moves a   * cstorec
001200*   standing order on to its next date and marks a one-off      * cstorec
001300*   done.  An item that cannot be posted is retried on later    * cstorec
001400*   nights until the STORTRY limit on CNTLFILE is reached, and  * cstorec
001500*   is then cancelled.  The owner may list and cancel their     * cstorec
001600*   own live items on the BANK90A screen through BBANK90P.      * cstorec
001700*                                                               * cstorec
001800*   The record with STO-ID 0000000 is the file's own control    * cstorec
001900*   record (STO-STATUS 'X'): STO-LAST-ID on it is the last      * cstorec
002000*   number handed out, and is how BBANK50P numbers the next     * cstorec
002100*   scheduled transfer.                                         * cstorec
002200***************************************************************** cstorec
002300 01  STO-RECORD.                                                  cstorec
002400     05  STO-ID                     PIC 9(07).                    cstorec
002500     05  STO-STATUS                 PIC X(01).                    cstorec
002600         88  STO-STATUS-ACTIVE      VALUE 'A'.                    cstorec
002700         88  STO-STATUS-DONE        VALUE 'D'.                    cstorec
002800         88  STO-STATUS-CANCELLED   VALUE 'C'.                    cstorec
002900         88  STO-STATUS-FAILED      VALUE 'F'.                    cstorec
003000         88  STO-STATUS-CONTROL     VALUE 'X'.                    cstorec
003100     05  STO-SIGNON-ID              PIC X(08).                    cstorec
003200     05  STO-FROM-ACC               PIC X(08).                    cstorec
003300     05  STO-TO-ACC                 PIC X(08).                    cstorec
003400     05  STO-AMOUNT                 PIC S9(07)V99 COMP-3.         cstorec
003500     05  STO-FREQUENCY              PIC X(01).                    cstorec
003600         88  STO-FREQ-ONCE          VALUE 'O'.                    cstorec
003700         88  STO-FREQ-WEEKLY        VALUE 'W'.                    cstorec
003800         88  STO-FREQ-MONTHLY       VALUE 'M'.                    cstorec
003900* The day of the month a monthly order was set up for, so one due cstorec
004000* on the 31st that falls on the 30th in April is back on the 31st cstorec
004100* in May.                                                         cstorec
004200     05  STO-DAY-OF-MONTH           PIC 9(02).                    cstorec
004300* Dates are 0CYYDDD, the same layout as EIBDATE.                  cstorec
004400     05  STO-NEXT-DATE              PIC 9(07).                    cstorec
004500     05  STO-SET-DATE               PIC 9(07).                    cstorec
004600     05  STO-SET-TIME               PIC 9(07).                    cstorec
004700* Stamped by SSTO00P before it posts the item, so a rerun of the  cstorec
004800* same night's run passes over anything it has already posted.    cstorec
004900     05  STO-LAST-RUN-DATE          PIC 9(07).                    cstorec
005000     05  STO-POST-COUNT             PIC 9(05).                    cstorec
005100* Failed attempts since the item last posted, and why the latest  cstorec
005200* one failed.                                                     cstorec
005300     05  STO-FAIL-COUNT             PIC 9(02).                    cstorec
005400     05  STO-LAST-REASON            PIC X(30).                    cstorec
005500* When the item was finished, cancelled by its owner, or cancelledcstorec
005600* by SSTO00P after too many failed attempts.                      cstorec
005700     05  STO-END-DATE               PIC 9(07).                    cstorec
005800* Meaningful only on the control record; zero on a transfer.      cstorec
005900     05  STO-LAST-ID                PIC 9(07).                    cstorec
005912* Set by SSTO00P in the same rewrite as STO-LAST-RUN-DATE and     cstorec
005924* cleared when it rewrites the item after posting it.  Found set  cstorec
005936* on a later run, it means a run stopped part way through posting cstorec
005948* the item, which is then held for its postings to be checked.    cstorec
005960     05  STO-POSTING-FLAG           PIC X(01).                    cstorec
005972         88  STO-POSTING-IN-PROGRESS VALUE 'P'.                   cstorec
005984         88  STO-POSTING-CLEAR      VALUE SPACE.                  cstorec
006000     05  FILLER                     PIC X(20).                    cstorec
006100*                                                                 cstorec
006200* $ Version 1.01 sequenced on Thursday 15 Oct 2026 at 1:00pm      cstorec
