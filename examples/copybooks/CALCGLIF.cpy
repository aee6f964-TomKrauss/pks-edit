001600* MODIFICATION HISTORY                                        *
001700*   DATE       BY   DESCRIPTION                                *
001800*   09/02/26   TWK  ORIGINAL COPYBOOK                          *
001810*   10/15/26   TWK  JNL AMOUNT IS NOW IN BASE CURRENCY; ADDED *
001820*                   THE LOAN CURRENCY, THE EXCHANGE RATE USED *
001830*                   AND THE NATIVE-CURRENCY AMOUNT            *
001900***************************************************************
002000 01  CALC-GL-INTERFACE-RECORD.
002100     05  GLIF-RECORD-TYPE            PIC X(03).
003100             88  GLIF-CREDIT                   VALUE "C".
003200         10  GLIF-GL-ACCOUNT         PIC X(08).
003300         10  GLIF-AMOUNT             PIC 9(13)V99.
003400         10  GLIF-CURRENCY           PIC X(03).
003410         10  GLIF-XRATE              PIC 9(05)V9(06).
003420         10  GLIF-ORIG-AMOUNT        PIC 9(13)V99.
003430         10  FILLER                  PIC X(02).
003500     05  GLIF-CONTROL REDEFINES GLIF-DETAIL.
003600         10  GLIF-CTL-BATCH-DATE     PIC 9(08).
003700         10  GLIF-CTL-RECORD-COUNT   PIC 9(07).
