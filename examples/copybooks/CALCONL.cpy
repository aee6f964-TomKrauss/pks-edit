000100***************************************************************
000200* CALCONL                                                     *
000300*                                                             *
000400* Symbolic map for the CALCONL BMS mapset used by the branch  *
000500* online transactions: INQMAP for the CINQ account inquiry    *
000600* (COBINQY) and QTEMAP for the CQTE quick quote (COBQUOT).    *
000700* The QTEMAP schedule lines are an eight-line array, one      *
000800* amortization period per line.  Kept in step with the        *
000900* mapset source by hand; change the two together.             *
001000*                                                             *
001100* MODIFICATION HISTORY                                        *
001200*   DATE       BY   DESCRIPTION                               *
001300*   10/15/26   TWK  ORIGINAL COPYBOOK                         *
001310*   10/15/26   TWK  ADDED QTCCY, THE QUOTE CURRENCY, TO       *
001320*                   QTEMAP                                    *
001400***************************************************************
001500 01  INQMAPI.
001600     02  FILLER                      PIC X(12).
001700     02  IQDATEL                     PIC S9(04) COMP.
001800     02  IQDATEF                     PIC X(01).
001900     02  FILLER REDEFINES IQDATEF.
002000         03  IQDATEA                 PIC X(01).
002100     02  IQDATEI                     PIC X(08).
002200     02  IQACCTL                     PIC S9(04) COMP.
002300     02  IQACCTF                     PIC X(01).
002400     02  FILLER REDEFINES IQACCTF.
002500         03  IQACCTA                 PIC X(01).
002600     02  IQACCTI                     PIC X(10).
002700     02  IQNAMEL                     PIC S9(04) COMP.
002800     02  IQNAMEF                     PIC X(01).
002900     02  FILLER REDEFINES IQNAMEF.
003000         03  IQNAMEA                 PIC X(01).
003100     02  IQNAMEI                     PIC X(30).
003200     02  IQBRCHL                     PIC S9(04) COMP.
003300     02  IQBRCHF                     PIC X(01).
003400     02  FILLER REDEFINES IQBRCHF.
003500         03  IQBRCHA                 PIC X(01).
003600     02  IQBRCHI                     PIC X(04).
003700     02  IQSTATL                     PIC S9(04) COMP.
003800     02  IQSTATF                     PIC X(01).
003900     02  FILLER REDEFINES IQSTATF.
004000         03  IQSTATA                 PIC X(01).
004100     02  IQSTATI                     PIC X(06).
004200     02  IQOPENL                     PIC S9(04) COMP.
004300     02  IQOPENF                     PIC X(01).
004400     02  FILLER REDEFINES IQOPENF.
004500         03  IQOPENA                 PIC X(01).
004600     02  IQOPENI                     PIC X(08).
004700     02  IQCLSDL                     PIC S9(04) COMP.
004800     02  IQCLSDF                     PIC X(01).
004900     02  FILLER REDEFINES IQCLSDF.
005000         03  IQCLSDA                 PIC X(01).
005100     02  IQCLSDI                     PIC X(08).
005200     02  IQLFUNL                     PIC S9(04) COMP.
005300     02  IQLFUNF                     PIC X(01).
005400     02  FILLER REDEFINES IQLFUNF.
005500         03  IQLFUNA                 PIC X(01).
005600     02  IQLFUNI                     PIC X(10).
005700     02  IQLDATL                     PIC S9(04) COMP.
005800     02  IQLDATF                     PIC X(01).
005900     02  FILLER REDEFINES IQLDATF.
006000         03  IQLDATA                 PIC X(01).
006100     02  IQLDATI                     PIC X(08).
006200     02  IQLAMTL                     PIC S9(04) COMP.
006300     02  IQLAMTF                     PIC X(01).
006400     02  FILLER REDEFINES IQLAMTF.
006500         03  IQLAMTA                 PIC X(01).
006600     02  IQLAMTI                     PIC X(14).
006700     02  IQLTRML                     PIC S9(04) COMP.
006800     02  IQLTRMF                     PIC X(01).
006900     02  FILLER REDEFINES IQLTRMF.
007000         03  IQLTRMA                 PIC X(01).
007100     02  IQLTRMI                     PIC X(03).
007200     02  IQLRESL                     PIC S9(04) COMP.
007300     02  IQLRESF                     PIC X(01).
007400     02  FILLER REDEFINES IQLRESF.
007500         03  IQLRESA                 PIC X(01).
007600     02  IQLRESI                     PIC X(14).
007700     02  IQLPRDL                     PIC S9(04) COMP.
007800     02  IQLPRDF                     PIC X(01).
007900     02  FILLER REDEFINES IQLPRDF.
008000         03  IQLPRDA                 PIC X(01).
008100     02  IQLPRDI                     PIC X(08).
008200     02  IQBALL                      PIC S9(04) COMP.
008300     02  IQBALF                      PIC X(01).
008400     02  FILLER REDEFINES IQBALF.
008500         03  IQBALA                  PIC X(01).
008600     02  IQBALI                      PIC X(14).
008700     02  IQNXTDL                     PIC S9(04) COMP.
008800     02  IQNXTDF                     PIC X(01).
008900     02  FILLER REDEFINES IQNXTDF.
009000         03  IQNXTDA                 PIC X(01).
009100     02  IQNXTDI                     PIC X(08).
009200     02  IQMSGL                      PIC S9(04) COMP.
009300     02  IQMSGF                      PIC X(01).
009400     02  FILLER REDEFINES IQMSGF.
009500         03  IQMSGA                  PIC X(01).
009600     02  IQMSGI                      PIC X(79).
009700 01  INQMAPO REDEFINES INQMAPI.
009800     02  FILLER                      PIC X(12).
009900     02  FILLER                      PIC X(03).
010000     02  IQDATEO                     PIC X(08).
010100     02  FILLER                      PIC X(03).
010200     02  IQACCTO                     PIC X(10).
010300     02  FILLER                      PIC X(03).
010400     02  IQNAMEO                     PIC X(30).
010500     02  FILLER                      PIC X(03).
010600     02  IQBRCHO                     PIC X(04).
010700     02  FILLER                      PIC X(03).
010800     02  IQSTATO                     PIC X(06).
010900     02  FILLER                      PIC X(03).
011000     02  IQOPENO                     PIC X(08).
011100     02  FILLER                      PIC X(03).
011200     02  IQCLSDO                     PIC X(08).
011300     02  FILLER                      PIC X(03).
011400     02  IQLFUNO                     PIC X(10).
011500     02  FILLER                      PIC X(03).
011600     02  IQLDATO                     PIC X(08).
011700     02  FILLER                      PIC X(03).
011800     02  IQLAMTO                     PIC X(14).
011900     02  FILLER                      PIC X(03).
012000     02  IQLTRMO                     PIC X(03).
012100     02  FILLER                      PIC X(03).
012200     02  IQLRESO                     PIC X(14).
012300     02  FILLER                      PIC X(03).
012400     02  IQLPRDO                     PIC X(08).
012500     02  FILLER                      PIC X(03).
012600     02  IQBALO                      PIC X(14).
012700     02  FILLER                      PIC X(03).
012800     02  IQNXTDO                     PIC X(08).
012900     02  FILLER                      PIC X(03).
013000     02  IQMSGO                      PIC X(79).
013100 01  QTEMAPI.
013200     02  FILLER                      PIC X(12).
013300     02  QTDATEL                     PIC S9(04) COMP.
013400     02  QTDATEF                     PIC X(01).
013500     02  FILLER REDEFINES QTDATEF.
013600         03  QTDATEA                 PIC X(01).
013700     02  QTDATEI                     PIC X(08).
013800     02  QTACCTL                     PIC S9(04) COMP.
013900     02  QTACCTF                     PIC X(01).
014000     02  FILLER REDEFINES QTACCTF.
014100         03  QTACCTA                 PIC X(01).
014200     02  QTACCTI                     PIC X(10).
014300     02  QTFUNCL                     PIC S9(04) COMP.
014400     02  QTFUNCF                     PIC X(01).
014500     02  FILLER REDEFINES QTFUNCF.
014600         03  QTFUNCA                 PIC X(01).
014700     02  QTFUNCI                     PIC X(04).
014800     02  QTPRODL                     PIC S9(04) COMP.
014900     02  QTPRODF                     PIC X(01).
015000     02  FILLER REDEFINES QTPRODF.
015100         03  QTPRODA                 PIC X(01).
015200     02  QTPRODI                     PIC X(08).
015300     02  QTAMTL                      PIC S9(04) COMP.
015400     02  QTAMTF                      PIC X(01).
015500     02  FILLER REDEFINES QTAMTF.
015600         03  QTAMTA                  PIC X(01).
015700     02  QTAMTI                      PIC X(09).
015710     02  QTCCYL                      PIC S9(04) COMP.
015720     02  QTCCYF                      PIC X(01).
015730     02  FILLER REDEFINES QTCCYF.
015740         03  QTCCYA                  PIC X(01).
015750     02  QTCCYI                      PIC X(03).
015800     02  QTTERML                     PIC S9(04) COMP.
015900     02  QTTERMF                     PIC X(01).
016000     02  FILLER REDEFINES QTTERMF.
016100         03  QTTERMA                 PIC X(01).
016200     02  QTTERMI                     PIC X(03).
016300     02  QTRATEL                     PIC S9(04) COMP.
016400     02  QTRATEF                     PIC X(01).
016500     02  FILLER REDEFINES QTRATEF.
016600         03  QTRATEA                 PIC X(01).
016700     02  QTRATEI                     PIC X(08).
016800     02  QTEFFL                      PIC S9(04) COMP.
016900     02  QTEFFF                      PIC X(01).
017000     02  FILLER REDEFINES QTEFFF.
017100         03  QTEFFA                  PIC X(01).
017200     02  QTEFFI                      PIC X(08).
017300     02  QTRLBLL                     PIC S9(04) COMP.
017400     02  QTRLBLF                     PIC X(01).
017500     02  FILLER REDEFINES QTRLBLF.
017600         03  QTRLBLA                 PIC X(01).
017700     02  QTRLBLI                     PIC X(17).
017800     02  QTRESL                      PIC S9(04) COMP.
017900     02  QTRESF                      PIC X(01).
018000     02  FILLER REDEFINES QTRESF.
018100         03  QTRESA                  PIC X(01).
018200     02  QTRESI                      PIC X(14).
018300     02  QTPAGEL                     PIC S9(04) COMP.
018400     02  QTPAGEF                     PIC X(01).
018500     02  FILLER REDEFINES QTPAGEF.
018600         03  QTPAGEA                 PIC X(01).
018700     02  QTPAGEI                     PIC X(15).
018800     02  DFHMS1 OCCURS 8 TIMES.
018900         03  QTSLL                   PIC S9(04) COMP.
019000         03  QTSLF                   PIC X(01).
019100         03  QTSLI                   PIC X(79).
019200     02  QTMSGL                      PIC S9(04) COMP.
019300     02  QTMSGF                      PIC X(01).
019400     02  FILLER REDEFINES QTMSGF.
019500         03  QTMSGA                  PIC X(01).
019600     02  QTMSGI                      PIC X(79).
019700 01  QTEMAPO REDEFINES QTEMAPI.
019800     02  FILLER                      PIC X(12).
019900     02  FILLER                      PIC X(03).
020000     02  QTDATEO                     PIC X(08).
020100     02  FILLER                      PIC X(03).
020200     02  QTACCTO                     PIC X(10).
020300     02  FILLER                      PIC X(03).
020400     02  QTFUNCO                     PIC X(04).
020500     02  FILLER                      PIC X(03).
020600     02  QTPRODO                     PIC X(08).
020700     02  FILLER                      PIC X(03).
020800     02  QTAMTO                      PIC X(09).
020810     02  FILLER                      PIC X(03).
020820     02  QTCCYO                      PIC X(03).
020900     02  FILLER                      PIC X(03).
021000     02  QTTERMO                     PIC X(03).
021100     02  FILLER                      PIC X(03).
021200     02  QTRATEO                     PIC X(08).
021300     02  FILLER                      PIC X(03).
021400     02  QTEFFO                      PIC X(08).
021500     02  FILLER                      PIC X(03).
021600     02  QTRLBLO                     PIC X(17).
021700     02  FILLER                      PIC X(03).
021800     02  QTRESO                      PIC X(14).
021900     02  FILLER                      PIC X(03).
022000     02  QTPAGEO                     PIC X(15).
022100     02  DFHMS2 OCCURS 8 TIMES.
022200         03  FILLER                  PIC X(02).
022300         03  QTSLA                   PIC X(01).
022400         03  QTSLO                   PIC X(79).
022500     02  FILLER                      PIC X(03).
022600     02  QTMSGO                      PIC X(79).
