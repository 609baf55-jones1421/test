000100***************************************************************** cacjrec
000200*                                                               * cacjrec
000300*   CACJREC.CPY                                                 * cacjrec
000400*---------------------------------------------------------------  cacjrec
000500*   Record written to the ACCJRNL account-change journal for    * cacjrec
000600*   every change made to an ACCTFILE record on the BANK70A      * cacjrec
000700*   account maintenance screen through BBANK70P: accounts       * cacjrec
000800*   opened, descriptions changed, accounts moved to another     * cacjrec
000900*   owner, frozen, reinstated and closed.  ACJ-ACTOR is the     * cacjrec
001000*   administrator's signon id.  ACJ-BEFORE/ACJ-AFTER describe   * cacjrec
001100*   the fields touched.  Balances are never changed here - the  * cacjrec
001200*   TRNJRNL posting journal is the record of money movements.   * cacjrec
001225*   The overnight userid provisioning run SUSR00P also writes   * cacjrec
001250*   here when it freezes a leaver's accounts, with SUSR00P as   * cacjrec
001275*   the actor.                                                  * cacjrec
001300***************************************************************** cacjrec
001400 01  ACJ-RECORD.                                                  cacjrec
001500     05  ACJ-DATE                   PIC 9(07).                    cacjrec
001600     05  ACJ-TIME                   PIC 9(07).                    cacjrec
001700     05  ACJ-ACTOR                  PIC X(08).                    cacjrec
001800     05  ACJ-ACCOUNT-NO             PIC X(08).                    cacjrec
001900     05  ACJ-ACTION                 PIC X(01).                    cacjrec
002000         88  ACJ-ACTION-OPEN        VALUE 'O'.                    cacjrec
002100         88  ACJ-ACTION-DESC        VALUE 'D'.                    cacjrec
002200         88  ACJ-ACTION-MOVE        VALUE 'M'.                    cacjrec
002300         88  ACJ-ACTION-FREEZE      VALUE 'F'.                    cacjrec
002400         88  ACJ-ACTION-REINSTATE   VALUE 'R'.                    cacjrec
002500         88  ACJ-ACTION-CLOSE       VALUE 'C'.                    cacjrec
002600     05  ACJ-BEFORE                 PIC X(40).                    cacjrec
002700     05  ACJ-AFTER                  PIC X(40).                    cacjrec
002800     05  FILLER                     PIC X(09).                    cacjrec
002900*                                                                 cacjrec
003000* $ Version 1.01 sequenced on Thursday 15 Oct 2026 at 1:00pm      cacjrec
