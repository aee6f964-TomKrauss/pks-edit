000100***************************************************************
000200* CALCORJ                                                     *
000300*                                                             *
000400* Rejected-application record written by COBORIG to ORIGREJ   *
000500* for every line of the origination system's nightly feed     *
000600* that could not be turned into a new account and its         *
000700* calculation commands.  The file goes back to the            *
000800* origination system: the application id, the reason, the     *
000900* run date and the feed line exactly as it was received, so   *
001000* the application can be corrected there and sent again.      *
001100*                                                             *
001200* MODIFICATION HISTORY                                        *
001300*   DATE       BY   DESCRIPTION                               *
001400*   10/15/26   TWK  ORIGINAL COPYBOOK                         *
001500***************************************************************
001600 01  CALC-ORIG-REJECT-RECORD.
001700     05  ORJ-APPLICATION-ID          PIC X(10).
001800     05  FILLER                      PIC X(02).
001900     05  ORJ-REASON-TEXT             PIC X(40).
002000     05  ORJ-RUN-DATE                PIC 9(08).
002100     05  ORJ-ORIGINAL-LINE           PIC X(120).
