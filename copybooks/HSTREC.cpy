001000*               WRITTEN WHENEVER THE RUN ENDED WITH A CONTROL
001100*               DIVERGENCE, SO THE SCHEDULER CAN ROUTE IT TO THE
001200*               ON-CALL ANALYST WITHOUT READING CONSOLE SPOOL.
001250*               ANOMALIA ALSO WRITES AN ALERT RECORD, WITH
001270*               HST-RECONCILIACAO "AN", FOR A DAY THAT LOOKS
001290*               DIFFERENT FROM ITS BRANCHES' TRAILING BASELINE.
001300*------------------------------------------------------------------
001400*    MODIFICATION HISTORY
001500*    DATE       INIT  DESCRIPTION
001600*    22/08/2026 GB    INITIAL COPYBOOK.
001700*    02/09/2026 GB    ADDED HST-DATA-NEGOCIO - THE BUSINESS DATE
001800*                     FROM THE RUNCTL RUN-CONTROL FILE (SEE
001900*                     RCTREC) THE EXECUTION PROCESSED, SO EVERY
002000*                     ARTIFACT OF A RUN TIES TO ONE PROCESSING
002100*                     DAY EVEN WHEN THE RUN CROSSES MIDNIGHT.
002200*    15/10/2026 GB    ADDED HST-ESTORNO/HST-DATA-ESTORNO - SET BY
002300*                     THE ESTORNO BACKOUT UTILITY ON EVERY RECORD
002400*                     OF A JOB IT REVERSED, SO DAYEND AND HSTRPT
002500*                     STOP COUNTING AN EXECUTION WHOSE TRAIL AND
002600*                     MASTER UPDATES NO LONGER EXIST.
002700*    15/10/2026 GB    ADDED HST-QTD-REJ-DV - HOW MANY OF THE RUN'S
002800*                     REJECTS FAILED THE BRANCH CHECK DIGIT (REJ-
002900*                     CODIGO "04"), SO DAYEND CAN BALANCE THAT
003000*                     REASON AGAINST REJFILE ON ITS OWN.
003100*    15/10/2026 GB    ADDED HST-QTD-QUARENTENA - HOW MANY DETAILS
003200*                     THE RUN DIVERTED TO THE DUPFILE QUARANTINE,
003300*                     SO THE FECHMES MONTH-END CLOSE CAN
003400*                     ACCUMULATE QUARANTINED RECORDS.  BLANK ON
003500*                     OLDER RECORDS, READ AS ZERO.
003600*    15/10/2026 GB    RESEQUENCED COLUMNS 1-6 - THE EARLIER
003700*                     ADDITIONS HAD USED UP THE NUMBERS BETWEEN
003800*                     ENTRIES.
003810*    15/10/2026 GB    ADDED HST-RECON-ANOMALIA ("AN") - THE ALERT
003820*                     RECORD WRITTEN BY THE ANOMALIA BASELINE
003830*                     COMPARISON WHEN ANY BRANCH'S VOLUME, DIGIT
003840*                     SPREAD OR REJECT RATE FOR THE BUSINESS DATE
003850*                     MOVED PAST TOLERANCE.  IT CARRIES HST-TIPO
003860*                     "A", THE BUSINESS DATE, THE ANOMALIA JOB ID
003870*                     AND ZERO COUNTS.
003900******************************************************************
004000 01  HST-RECORD.
004100     05  HST-TIPO            PIC X(01).
004200         88  HST-EXECUCAO            VALUE "E".
004300         88  HST-ALERTA              VALUE "A".
004400     05  FILLER              PIC X(01).
004500     05  HST-DATA-INICIO     PIC 9(08).
004600     05  FILLER              PIC X(01).
004700     05  HST-HORA-INICIO     PIC 9(08).
004800     05  FILLER              PIC X(01).
004900     05  HST-DATA-FIM        PIC 9(08).
005000     05  FILLER              PIC X(01).
005100     05  HST-HORA-FIM        PIC 9(08).
005200     05  FILLER              PIC X(01).
005300     05  HST-JOB-ID          PIC X(08).
005400     05  FILLER              PIC X(01).
005500     05  HST-IDIOMA          PIC X(02).
005600     05  FILLER              PIC X(01).
005700     05  HST-MODULO          PIC 9(04).
005800     05  FILLER              PIC X(01).
005900     05  HST-QTD-LIDOS       PIC 9(09).
006000     05  FILLER              PIC X(01).
006100     05  HST-QTD-PAR         PIC 9(09).
006200     05  FILLER              PIC X(01).
006300     05  HST-QTD-IMPAR       PIC 9(09).
006400     05  FILLER              PIC X(01).
006500     05  HST-QTD-REJEITADOS  PIC 9(09).
006600     05  FILLER              PIC X(01).
006700     05  HST-REINICIO        PIC X(01).
006800         88  HST-FOI-REINICIO        VALUE "R".
006900         88  HST-FOI-NOVA            VALUE "F".
007000     05  FILLER              PIC X(01).
007100     05  HST-RECONCILIACAO   PIC X(02).
007200         88  HST-RECON-OK            VALUE "OK".
007300         88  HST-RECON-DIVERGENTE    VALUE "DV".
007350         88  HST-RECON-ANOMALIA      VALUE "AN".
007400     05  FILLER              PIC X(01).
007500     05  HST-DATA-NEGOCIO    PIC 9(08).
007600     05  FILLER              PIC X(01).
007700     05  HST-ESTORNO         PIC X(01).
007800         88  HST-ESTORNADA           VALUE "S".
007900     05  FILLER              PIC X(01).
008000     05  HST-DATA-ESTORNO    PIC 9(08).
008100     05  FILLER              PIC X(01).
008200     05  HST-QTD-REJ-DV      PIC 9(09).
008300     05  FILLER              PIC X(01).
008400     05  HST-QTD-QUARENTENA  PIC 9(09).
