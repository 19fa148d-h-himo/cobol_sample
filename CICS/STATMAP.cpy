001100*
001200*    MODIFICATION HISTORY
001300*    2026-09-01  DRO  INITIAL VERSION.
001310*    2026-10-15  DRO  HDR1 AND DL1-DL6 WIDENED FROM 55 TO 64
001320*                     FOR THE NEW CAPPED COLUMN.
001400*****************************************************************
001500 01  STATMAPI.
001600    05  FILLER                  PIC X(12).
003300    05  HDR1F                   PIC X.
003400    05  FILLER REDEFINES HDR1F.
003500        10  HDR1A               PIC X.
003600    05  HDR1I                   PIC X(64).
003700    05  DL1L                    PIC S9(4) COMP.
003800    05  DL1F                    PIC X.
003900    05  FILLER REDEFINES DL1F.
004000        10  DL1A                PIC X.
004100    05  DL1I                    PIC X(64).
004200    05  DL2L                    PIC S9(4) COMP.
004300    05  DL2F                    PIC X.
004400    05  FILLER REDEFINES DL2F.
004500        10  DL2A                PIC X.
004600    05  DL2I                    PIC X(64).
004700    05  DL3L                    PIC S9(4) COMP.
004800    05  DL3F                    PIC X.
004900    05  FILLER REDEFINES DL3F.
005000        10  DL3A                PIC X.
005100    05  DL3I                    PIC X(64).
005200    05  DL4L                    PIC S9(4) COMP.
005300    05  DL4F                    PIC X.
005400    05  FILLER REDEFINES DL4F.
005500        10  DL4A                PIC X.
005600    05  DL4I                    PIC X(64).
005700    05  DL5L                    PIC S9(4) COMP.
005800    05  DL5F                    PIC X.
005900    05  FILLER REDEFINES DL5F.
006000        10  DL5A                PIC X.
006100    05  DL5I                    PIC X(64).
006200    05  DL6L                    PIC S9(4) COMP.
006300    05  DL6F                    PIC X.
006400    05  FILLER REDEFINES DL6F.
006500        10  DL6A                PIC X.
006600    05  DL6I                    PIC X(64).
006700    05  UNALBLL                 PIC S9(4) COMP.
006800    05  UNALBLF                 PIC X.
006900    05  FILLER REDEFINES UNALBLF.
009800    05  FILLER                  PIC X(03).
009900    05  RUNDATEO                PIC X(10).
010000    05  FILLER                  PIC X(03).
010100    05  HDR1O                   PIC X(64).
010200    05  FILLER                  PIC X(03).
010300    05  DL1O                    PIC X(64).
010400    05  FILLER                  PIC X(03).
010500    05  DL2O                    PIC X(64).
010600    05  FILLER                  PIC X(03).
010700    05  DL3O                    PIC X(64).
010800    05  FILLER                  PIC X(03).
010900    05  DL4O                    PIC X(64).
011000    05  FILLER                  PIC X(03).
011100    05  DL5O                    PIC X(64).
011200    05  FILLER                  PIC X(03).
011300    05  DL6O                    PIC X(64).
011400    05  FILLER                  PIC X(03).
011500    05  UNALBLO                 PIC X(18).
011600    05  FILLER                  PIC X(03).
