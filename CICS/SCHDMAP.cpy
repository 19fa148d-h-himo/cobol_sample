000100*****************************************************************
000200*    SCHDMAP.CPY
000300*    SYMBOLIC MAP FOR THE SCHDMAP SCREEN (SCHDBMS.BMS).  FIELD
000400*    ORDER MATCHES THE BMS DEFINITION EXACTLY (TITLE1, ACTLBL,
000500*    ACT, CIDLBL, CUSTID, CNAME, DATELBL, GDATE, LANGLBL, LANG,
000600*    HDRLBL, PLINE, MSGLBL, MSG), LABELS INCLUDED, THE SAME
000700*    CONVENTION AS MAINTMAP.CPY.  PLINE IS DEFINED WITH
000800*    OCCURS=10, SO ITS L/F/A/I (AND O-SIDE) ENTRIES REPEAT AS A
000900*    GROUP TEN TIMES - PLINED ON THE INPUT SIDE, PLINEOD ON THE
001000*    OUTPUT SIDE - ONE OCCURRENCE PER SCREEN LINE.
001100*
001200*    MODIFICATION HISTORY
001300*    2026-10-15  DRO  INITIAL VERSION.
001400*****************************************************************
001500 01  SCHDMAPI.
001600    05  FILLER                  PIC X(12).
001700    05  TITLE1L                 PIC S9(4) COMP.
001800    05  TITLE1F                 PIC X.
001900    05  FILLER REDEFINES TITLE1F.
002000        10  TITLE1A             PIC X.
002100    05  TITLE1I                 PIC X(23).
002200    05  ACTLBLL                 PIC S9(4) COMP.
002300    05  ACTLBLF                 PIC X.
002400    05  FILLER REDEFINES ACTLBLF.
002500        10  ACTLBLA             PIC X.
002600    05  ACTLBLI                 PIC X(37).
002700    05  ACTL                    PIC S9(4) COMP.
002800    05  ACTF                    PIC X.
002900    05  FILLER REDEFINES ACTF.
003000        10  ACTA                PIC X.
003100    05  ACTI                    PIC X(01).
003200    05  CIDLBLL                 PIC S9(4) COMP.
003300    05  CIDLBLF                 PIC X.
003400    05  FILLER REDEFINES CIDLBLF.
003500        10  CIDLBLA             PIC X.
003600    05  CIDLBLI                 PIC X(12).
003700    05  CUSTIDL                 PIC S9(4) COMP.
003800    05  CUSTIDF                 PIC X.
003900    05  FILLER REDEFINES CUSTIDF.
004000        10  CUSTIDA             PIC X.
004100    05  CUSTIDI                 PIC X(06).
004200    05  CNAMEL                  PIC S9(4) COMP.
004300    05  CNAMEF                  PIC X.
004400    05  FILLER REDEFINES CNAMEF.
004500        10  CNAMEA              PIC X.
004600    05  CNAMEI                  PIC X(20).
004700    05  DATELBLL                PIC S9(4) COMP.
004800    05  DATELBLF                PIC X.
004900    05  FILLER REDEFINES DATELBLF.
005000        10  DATELBLA            PIC X.
005100    05  DATELBLI                PIC X(25).
005200    05  GDATEL                  PIC S9(4) COMP.
005300    05  GDATEF                  PIC X.
005400    05  FILLER REDEFINES GDATEF.
005500        10  GDATEA              PIC X.
005600    05  GDATEI                  PIC X(08).
005700    05  LANGLBLL                PIC S9(4) COMP.
005800    05  LANGLBLF                PIC X.
005900    05  FILLER REDEFINES LANGLBLF.
006000        10  LANGLBLA            PIC X.
006100    05  LANGLBLI                PIC X(27).
006200    05  LANGL                   PIC S9(4) COMP.
006300    05  LANGF                   PIC X.
006400    05  FILLER REDEFINES LANGF.
006500        10  LANGA               PIC X.
006600    05  LANGI                   PIC X(02).
006700    05  HDRLBLL                 PIC S9(4) COMP.
006800    05  HDRLBLF                 PIC X.
006900    05  FILLER REDEFINES HDRLBLF.
007000        10  HDRLBLA             PIC X.
007100    05  HDRLBLI                 PIC X(51).
007200    05  PLINED                  OCCURS 10 TIMES.
007300        10  PLINEL              PIC S9(4) COMP.
007400        10  PLINEF              PIC X.
007500        10  FILLER REDEFINES PLINEF.
007600            15  PLINEA          PIC X.
007700        10  PLINEI              PIC X(79).
007800    05  MSGLBLL                 PIC S9(4) COMP.
007900    05  MSGLBLF                 PIC X.
008000    05  FILLER REDEFINES MSGLBLF.
008100        10  MSGLBLA             PIC X.
008200    05  MSGLBLI                 PIC X(09).
008300    05  MSGL                    PIC S9(4) COMP.
008400    05  MSGF                    PIC X.
008500    05  FILLER REDEFINES MSGF.
008600        10  MSGA                PIC X.
008700    05  MSGI                    PIC X(60).
008800 01  SCHDMAPO REDEFINES SCHDMAPI.
008900    05  FILLER                  PIC X(12).
009000    05  FILLER                  PIC X(03).
009100    05  TITLE1O                 PIC X(23).
009200    05  FILLER                  PIC X(03).
009300    05  ACTLBLO                 PIC X(37).
009400    05  FILLER                  PIC X(03).
009500    05  ACTO                    PIC X(01).
009600    05  FILLER                  PIC X(03).
009700    05  CIDLBLO                 PIC X(12).
009800    05  FILLER                  PIC X(03).
009900    05  CUSTIDO                 PIC X(06).
010000    05  FILLER                  PIC X(03).
010100    05  CNAMEO                  PIC X(20).
010200    05  FILLER                  PIC X(03).
010300    05  DATELBLO                PIC X(25).
010400    05  FILLER                  PIC X(03).
010500    05  GDATEO                  PIC X(08).
010600    05  FILLER                  PIC X(03).
010700    05  LANGLBLO                PIC X(27).
010800    05  FILLER                  PIC X(03).
010900    05  LANGO                   PIC X(02).
011000    05  FILLER                  PIC X(03).
011100    05  HDRLBLO                 PIC X(51).
011200    05  PLINEOD                 OCCURS 10 TIMES.
011300        10  FILLER              PIC X(03).
011400        10  PLINEO              PIC X(79).
011500    05  FILLER                  PIC X(03).
011600    05  MSGLBLO                 PIC X(09).
011700    05  FILLER                  PIC X(03).
011800    05  MSGO                    PIC X(60).
