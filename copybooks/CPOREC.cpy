000100******************************************************************
000200*    COPYBOOK:  CPOREC
000300*    PURPOSE :  REPORT-BODY WORK RECORD (CPOP1 TO CPOP9) WRITTEN
000400*               BY AN IMPAROUPAR PARTITION STEP ALONGSIDE ITS OWN
000500*               PARTIAL PARIMPAR-RPT AND SEQLIST: EVERY BODY LINE
000600*               (DETAIL, SOURCE SUBTOTAL, SEQUENCE AND
000700*               RECONCILIATION LINES, NO PAGE HEADINGS) TAGGED
000800*               WITH ITS SOURCE NUMBER IN THE WHOLE NUMFILE AND
000900*               ITS ORDER IN THE PARTITION, SO THE CONSOLIDATION
001000*               STEP CAN SORT THE PARTITIONS BACK INTO NUMFILE
001100*               ORDER AND PAGINATE ONE REPORT.  CPO-TIPO "R" IS A
001200*               PARIMPAR-RPT LINE, "S" A SEQLIST LINE; "J", "Q"
001210*               AND "E" CARRY A REJFILE, DUPFILE AND EXTFILE
001220*               DETAIL RECORD SO THOSE COME OUT IN NUMFILE ORDER
001230*               TOO.
001300*------------------------------------------------------------------
001400*    MODIFICATION HISTORY
001500*    DATE       INIT  DESCRIPTION
001600*    15/10/2026 GB    INITIAL COPYBOOK.
001650*    15/10/2026 GB    ADDED TYPES "J", "Q" AND "E" FOR THE REJECT,
001660*                     QUARANTINE AND EXTRACT DETAIL RECORDS.
001700******************************************************************
001800 01  CPO-RECORD.
001900     05  CPO-FONTE           PIC 9(04).
002000     05  CPO-SEQUENCIA       PIC 9(09).
002100     05  CPO-TIPO            PIC X(01).
002200         88  CPO-RELATORIO           VALUE "R".
002300         88  CPO-SEQUENCIA-RPT       VALUE "S".
002310         88  CPO-REJEITO             VALUE "J".
002320         88  CPO-QUARENTENA          VALUE "Q".
002330         88  CPO-EXTRATO             VALUE "E".
002400     05  CPO-LINHA           PIC X(132).
