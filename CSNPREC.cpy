000100***************************************************************** csnprec
000200*                                                               * csnprec
000300*   CSNPREC.CPY                                                 * csnprec
000400*---------------------------------------------------------------  csnprec
000500*   Record layout for the ACCTFILE balance snapshot written     * csnprec
000600*   each night by the SLDG00P ledger proof and read back by     * csnprec
000700*   the next night's run as its opening position.  The first    * csnprec
000800*   record is a header carrying the date of the run that wrote  * csnprec
000900*   it and the last TRN-SEQ that run proved; one account record * csnprec
001000*   follows for every ACCTFILE account, in ascending account    * csnprec
001100*   number order.                                               * csnprec
001200***************************************************************** csnprec
001300 01  SNP-RECORD.                                                  csnprec
001400     05  SNP-TYPE                   PIC X(01).                    csnprec
001500         88  SNP-TYPE-HEADER        VALUE 'H'.                    csnprec
001600         88  SNP-TYPE-ACCOUNT       VALUE 'A'.                    csnprec
001700     05  SNP-ACCOUNT-NO             PIC X(08).                    csnprec
001800* Meaningful only on an account record; zero on the header.       csnprec
001900     05  SNP-BALANCE                PIC S9(07)V99 COMP-3.         csnprec
002000* Meaningful only on the header; zero on an account record.       csnprec
002100     05  SNP-RUN-DATE               PIC 9(07).                    csnprec
002200     05  SNP-LAST-SEQ               PIC 9(07).                    csnprec
002300     05  FILLER                     PIC X(12).                    csnprec
002400*                                                                 csnprec
002500* $ Version 1.00 sequenced on Thursday 15 Oct 2026 at 1:00pm      csnprec
