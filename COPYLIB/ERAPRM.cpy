000100*****************************************************************
000200*    ERAPRM.CPY
000300*    RECORD LAYOUT FOR THE HELLOERA ERASURE CONTROL CARD.  ONE
000400*    CARD PER STEP, NAMING WHAT THE STEP DOES:
000500*
000600*        EP-FUNCTION - THE KIND OF DATASET ON THE ERAFILE (OR, FOR
000700*            GREETEXT, ERAEXT; FOR THE PENDING KSDS, ERAPEND) DD
000800*            TO BE ERASED IN PLACE, OR CT TO PRINT THE ERASURE
000900*            CERTIFICATE FOR THE CASE:
001000*              GL  LIVE GREET-LOG          GA  GREET-LOG ARCHIVE
001100*              GT  GLTODAY SIDE FILE       GX  GREETEXT EXTRACT
001200*              RJ  REJFILE SUSPENSE        PD  PENDING GREETINGS
001300*              CA  CUSTAUD AUDIT TRAIL     CG  CAPFILE
001400*              LR  LODREJ LOAD SUSPENSE
001500*        EP-DSNAME - THE DATASET NAME ON THE DD, PRINTED ON THE
001600*            CERTIFICATE SO IT SHOWS EXACTLY WHICH COPY WAS DONE.
001700*            REQUIRED FOR EVERY FUNCTION BUT CT.
001800*
001900*    MODIFICATION HISTORY
002000*    2026-10-15  DRO  INITIAL VERSION.
002100*    2026-10-15  DRO  PD NOW NAMES THE PENDING KSDS ON ERAPEND.
002200*****************************************************************
002300 01  EP-RECORD.
002400     05  EP-FUNCTION             PIC X(02).
002500         88  EP-FUNC-GREETLOG        VALUE "GL".
002600         88  EP-FUNC-ARCHIVE         VALUE "GA".
002700         88  EP-FUNC-GLTODAY         VALUE "GT".
002800         88  EP-FUNC-GREETEXT        VALUE "GX".
002900         88  EP-FUNC-REJFILE         VALUE "RJ".
003000         88  EP-FUNC-PENDING         VALUE "PD".
003100         88  EP-FUNC-CUSTAUD         VALUE "CA".
003200         88  EP-FUNC-CAPFILE         VALUE "CG".
003300         88  EP-FUNC-LODREJ          VALUE "LR".
003400         88  EP-FUNC-LOG-LAYOUT      VALUE "GL" "GA" "GT".
003500         88  EP-FUNC-CERTIFICATE     VALUE "CT".
003600         88  EP-FUNC-VALID           VALUE "GL" "GA" "GT" "GX"
003700                                           "RJ" "PD" "CA" "CG"
003800                                           "LR" "CT".
003900     05  FILLER                  PIC X(01).
004000     05  EP-DSNAME               PIC X(44).
004100     05  FILLER                  PIC X(33).
