000100***************************************************************** cpndrec
000200*                                                               * cpndrec
000300*   CPNDREC.CPY                                                 * cpndrec
000400*---------------------------------------------------------------  cpndrec
000500*   Record layout for the XFRPEND held-transfer file, keyed on  * cpndrec
000600*   PND-ID.  BBANK50P writes one record for every transfer      * cpndrec
000700*   over the DUALAMT limit on CNTLFILE instead of posting it.   * cpndrec
000800*   The transfer is posted only when a second administrator -   * cpndrec
000900*   never the requester - approves it on the BANK80A approvals  * cpndrec
001000*   screen through BBANK80P; it may instead be rejected with a  * cpndrec
001100*   reason, or left to expire after DUALHRS hours.  The record  * cpndrec
001200*   is kept afterwards as the audit trail of who asked, who     * cpndrec
001300*   decided and when, with the TRNJRNL sequence numbers of the  * cpndrec
001400*   posting if there was one.  PND-NOTIFY-SWITCH is set once    * cpndrec
001500*   the requester has been told of a rejection or expiry.       * cpndrec
001600*                                                               * cpndrec
001700*   The record with PND-ID 0000000 is the file's own control    * cpndrec
001800*   record (PND-STATUS 'X'): PND-LAST-ID on it is the last      * cpndrec
001900*   number handed out, and is how BBANK50P numbers the next     * cpndrec
002000*   held transfer.                                              * cpndrec
002100***************************************************************** cpndrec
002200 01  PND-RECORD.                                                  cpndrec
002300     05  PND-ID                     PIC 9(07).                    cpndrec
002400     05  PND-STATUS                 PIC X(01).                    cpndrec
002500         88  PND-STATUS-PENDING     VALUE 'P'.                    cpndrec
002600         88  PND-STATUS-APPROVED    VALUE 'A'.                    cpndrec
002700         88  PND-STATUS-REJECTED    VALUE 'R'.                    cpndrec
002800         88  PND-STATUS-EXPIRED     VALUE 'E'.                    cpndrec
002900         88  PND-STATUS-CONTROL     VALUE 'X'.                    cpndrec
003000     05  PND-REQ-SIGNON-ID          PIC X(08).                    cpndrec
003100     05  PND-REQ-DATE               PIC 9(07).                    cpndrec
003200     05  PND-REQ-TIME               PIC 9(07).                    cpndrec
003300     05  PND-FROM-ACC               PIC X(08).                    cpndrec
003400     05  PND-TO-ACC                 PIC X(08).                    cpndrec
003500     05  PND-AMOUNT                 PIC S9(07)V99 COMP-3.         cpndrec
003600* Who approved or rejected the transfer, when, and why.  Left     cpndrec
003700* blank on a transfer that expired.                               cpndrec
003800     05  PND-ACT-SIGNON-ID          PIC X(08).                    cpndrec
003900     05  PND-ACT-DATE               PIC 9(07).                    cpndrec
004000     05  PND-ACT-TIME               PIC 9(07).                    cpndrec
004100     05  PND-REASON                 PIC X(30).                    cpndrec
004200* The TRNJRNL debit and credit records of an approved transfer.   cpndrec
004300     05  PND-DEBIT-SEQ              PIC 9(07).                    cpndrec
004400     05  PND-CREDIT-SEQ             PIC 9(07).                    cpndrec
004500     05  PND-NOTIFY-SWITCH          PIC X(01).                    cpndrec
004600         88  PND-REQUESTER-TOLD     VALUE 'Y'.                    cpndrec
004700         88  PND-REQUESTER-NOT-TOLD VALUE 'N' ' '.                cpndrec
004800* Meaningful only on the control record; zero on a transfer.      cpndrec
004900     05  PND-LAST-ID                PIC 9(07).                    cpndrec
005000     05  FILLER                     PIC X(19).                    cpndrec
005100*                                                                 cpndrec
005200* $ Version 1.00 sequenced on Thursday 15 Oct 2026 at 1:00pm      cpndrec
