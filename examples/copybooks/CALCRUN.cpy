001400* MODIFICATION HISTORY                                        *
001500*   DATE       BY   DESCRIPTION                                *
001600*   08/22/26   TWK  ORIGINAL COPYBOOK                          *
001610*   10/15/26   TWK  ADDED THE APR DISCLOSURE REQUEST COUNTER  *
001620*                   IN PLACE OF THE TRAILING FILLER           *
001700***************************************************************
001800 01  CALC-RUN-RECORD.
001900     05  RUN-DATE                    PIC 9(08).
003500     05  RUN-FAILED-COUNT            PIC 9(07).
003600     05  RUN-REJECT-COUNT            PIC 9(07).
003700     05  RUN-CONTROL-COUNT           PIC 9(07).
003800     05  RUN-APR-COUNT               PIC 9(07).
