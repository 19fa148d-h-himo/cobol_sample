000100*****************************************************************
000200*    PENDREC.CPY
000300*    RECORD LAYOUT FOR THE PENDING-GREETINGS FILE, A KSDS KEYED BY
000400*    PR-KEY, AND FOR THE SEQUENTIAL PENDADD STAGING FILE HELLO
000500*    WRITES ITS DEFERRALS TO.  ONE RECORD PER SCHEDULED GREETING.
000600*
000700*    THE KEY STARTS WITH THE CUSTOMER ID AND THE GREET-ON DATE, SO
000800*    THE ONLINE HSCH DESK CAN BROWSE ONE CUSTOMER'S GREETINGS IN
000900*    DATE ORDER.  PR-ORIGIN MAKES THE KEY UNIQUE AND SAYS WHERE
001000*    THE GREETING CAME FROM:
001100*        PR-ORIGIN-DATE - THE CYCLE DATE OF THE RUN THAT DEFERRED
001200*            IT, OR THE DATE IT WAS KEYED ON THE HSCH DESK.
001300*        PR-ORIGIN-ID   - "BTCH" FOR THE OVERNIGHT RUN, "BTC" AND
001400*            THE PARTITION DIGIT FOR A PARTITIONED NIGHT, OR THE
001500*            TERMINAL ID OF THE DESK THAT SCHEDULED IT.
001600*            "CONV" FOR A GREETING CARRIED OVER FROM THE OLD FLAT
001700*            FILE AT CUTOVER.
001800*        PR-ORIGIN-SEQ  - THE ROSTER RECORD NUMBER FOR A BATCH
001900*            DEFERRAL, OR THE TIME OF DAY (HHMMSS AND A TWO-DIGIT
002000*            TIE-BREAK) FOR THE DESK.
002100*    A BATCH DEFERRAL GETS THE SAME KEY EVERY TIME THE SAME RUN
002200*    DEFERS IT, SO A RESTARTED RUN OR A RERUN OF THE HELLOPND LOAD
002300*    CANNOT PUT THE SAME GREETING ON THE FILE TWICE.
002400*
002500*    PR-ROSTER-IMAGE IS THE NAME-IN RECORD EXACTLY AS IT WILL BE
002600*    FED BACK TO HELLO BY THE HELLOREL RELEASE PASS (SEE
002700*    NAMEIN.CPY).
002800*
002900*    MODIFICATION HISTORY
003000*    2026-10-15  DRO  INITIAL VERSION.  REPLACES THE FLAT 80-BYTE
003100*                     PENDING FILE, WHICH HELD THE NAME-IN IMAGE
003200*                     ALONE.
003300*    2026-10-15  DRO  NAMED PR-CAMPAIGN-CODE IN THE ROSTER IMAGE
003400*                     (SEE NI-CAMPAIGN-CODE) - THE CAMPAIGN A
003500*                     DEFERRED GREETING BELONGS TO.
003600*****************************************************************
003700 01  PR-RECORD.
003800     05  PR-KEY.
003900         10  PR-CUST-ID              PIC X(06).
004000         10  PR-GREET-ON-DATE        PIC 9(08).
004100         10  PR-ORIGIN.
004200             15  PR-ORIGIN-DATE          PIC 9(08).
004300             15  PR-ORIGIN-ID            PIC X(04).
004400             15  PR-ORIGIN-SEQ           PIC 9(08).
004500     05  PR-ROSTER-IMAGE.
004600         10  PR-NAME                 PIC X(20).
004700         10  PR-ROSTER-CUST-ID       PIC X(06).
004800         10  PR-LANGUAGE-CODE        PIC X(02).
004900         10  PR-ROSTER-GREET-ON      PIC 9(08).
005000         10  FILLER                  PIC X(02).
005100         10  PR-CAMPAIGN-CODE        PIC X(06).
005200         10  FILLER                  PIC X(36).
005300     05  FILLER                  PIC X(06).
