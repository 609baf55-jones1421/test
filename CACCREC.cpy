001500* The running balance, maintained only by the double-entry        caccrec
001600* posting in BBANK50P so that every movement is journalled.       caccrec
001700     05  ACC-BALANCE                PIC S9(07)V99 COMP-3.         caccrec
001710* Set by the BBANK70P account maintenance screen.  Transfers      caccrec
001720* may neither debit nor credit an account that is frozen or       caccrec
001730* closed; a closed account stays on file, at zero, for its        caccrec
001740* journal history.                                                caccrec
001750     05  ACC-STATUS                 PIC X(01).                    caccrec
001760         88  ACC-STATUS-OPEN        VALUE ' ' 'O' LOW-VALUE.      caccrec
001770         88  ACC-STATUS-FROZEN      VALUE 'F'.                    caccrec
001780         88  ACC-STATUS-CLOSED      VALUE 'C'.                    caccrec
001800     05  FILLER                     PIC X(18).                    caccrec
001900*                                                                 caccrec
002000* $ Version 1.01 sequenced on Thursday 15 Oct 2026 at 1:00pm      caccrec
