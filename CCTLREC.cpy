001600*              the console burst alert                          * cctlrec
001700*     ALRTWIN  the burst window, in seconds                     * cctlrec
001800*     CKPTINT  records between housekeeping checkpoints         * cctlrec
001820*     DUALAMT  transfer amount, in whole pounds, above which    * cctlrec
001840*              a second administrator must approve it           * cctlrec
001860*     DUALHRS  hours a held transfer waits for approval         * cctlrec
001880*              before it expires                                * cctlrec
001883*     GLFROM   first TRNJRNL sequence number the GL extract     * cctlrec
001886*              (SGLX00P) may send; earlier ones count as sent   * cctlrec
001890*     STORTRY  nights a scheduled transfer that cannot be       * cctlrec
001895*              posted is retried before it is cancelled         * cctlrec
001896*     SARFCNT  failed signons on one userid that make a burst   * cctlrec
001897*              on the suspicious activity report (SSAR00P)      * cctlrec
001898*     SARFWIN  minutes after a burst or lockout that a          * cctlrec
001899*              transfer is reported                             * cctlrec
001900*     SARAWIN  minutes after an admin reset or unlock that a    * cctlrec
001901*              transfer is reported                             * cctlrec
001902*     SARNWIN  minutes after a first signon that a transfer     * cctlrec
001903*              is reported                                      * cctlrec
001904*     SARAMT   a userid's transfers in one day, in whole        * cctlrec
001905*              pounds, above which it is reported               * cctlrec
001906*                                                               * cctlrec
002000*   A missing file or key is never an error: every program      * cctlrec
002100*   keeps its compiled default.                                 * cctlrec
002200***************************************************************** cctlrec
002600     05  CTL-DESC                   PIC X(30).                    cctlrec
002700     05  FILLER                     PIC X(15).                    cctlrec
002800*                                                                 cctlrec
002900* $ Version 1.04 sequenced on Thursday 15 Oct 2026 at 1:00pm      cctlrec
