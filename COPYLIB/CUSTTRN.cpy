001500*
001600*    MODIFICATION HISTORY
001700*    2026-09-01  DRO  INITIAL VERSION.
001710*    2026-10-15  DRO  HELLOSYN NOW ALSO BUILDS THESE RECORDS
001720*                     FROM THE CORE-BANKING CUSTOMER EXTRACT -
001730*                     SEE HELLOSYN.JCL.  ITS CHANGES CARRY ONLY
001740*                     THE FIELDS THAT DIFFER, BY THE BLANK-FIELD
001750*                     RULE ABOVE.
001800*****************************************************************
001900 01  CT-RECORD.
002000     05  CT-ACTION               PIC X(01).
