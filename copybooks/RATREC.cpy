000100******************************************************************
000200*    COPYBOOK:  RATREC
000300*    PURPOSE :  CHARGEBACK LEDGER RECORD (RATFILE) WRITTEN BY THE
000400*               RATEIO MONTHLY CHARGEBACK FOR THE FINANCE LOAD.
000500*               FRAMED LIKE EXTREC: A HEADER (MONTH, RUN DATE AND
000600*               TIME, JOB ID, AND RAT-HDR-SITUACAO "F" WHEN THE
000700*               MONTH WAS CLOSED ON MESFILE OR "P" FOR A
000800*               PRELIMINARY RUN OVER AN OPEN MONTH), ONE DETAIL
000900*               PER BRANCH CHARGED, AND A TRAILER WITH THE BRANCH
001000*               COUNT AND THE COLUMN TOTALS SO THE LOAD CAN PROVE
001100*               IT RECEIVED THE WHOLE FILE.  QUANTITIES ARE THE
001200*               MONTH'S CLASSIFIED (PAR + IMPAR), REJECTED,
001300*               QUARANTINED AND RECYCLED RECORDS; RAT-QTD-REINICIO
001310*               AND RAT-VLR-REINICIO ARE THE RECORDS RESTARTED
001320*               RUNS SKIPPED, CHARGED AT THE CLASSIFIED PRICE AND
001330*               PART OF THE ACTIVITY CHARGE; RAT-VLR-MINIMO
001400*               IS WHAT WAS ADDED TO BRING THE ACTIVITY CHARGE UP
001500*               TO THE MONTHLY MINIMUM, AND RAT-VLR-TOTAL IS THE
001600*               AMOUNT TO CHARGE.  AMOUNTS CARRY TWO IMPLIED
001700*               DECIMALS.  RAT-VIGENCIA IS THE TARFILE LINE THAT
001800*               PRICED THE BRANCH.
001900*------------------------------------------------------------------
002000*    MODIFICATION HISTORY
002100*    DATE       INIT  DESCRIPTION
002200*    15/10/2026 GB    INITIAL COPYBOOK.
002210*    15/10/2026 GB    RAT-QTD-REINICIO, RAT-VLR-REINICIO AND
002220*                     RAT-TRL-QTD-REINICIO FOR THE RESTART
002230*                     VOLUME; RAT-DADOS WIDENED TO 190.
002300******************************************************************
002400 01  RAT-RECORD.
002500     05  RAT-TIPO-REG        PIC X(01).
002600         88  RAT-HEADER              VALUE "H".
002700         88  RAT-DETALHE             VALUE "D".
002800         88  RAT-TRAILER             VALUE "T".
002900     05  RAT-DADOS           PIC X(190).
003000     05  RAT-DADOS-DET REDEFINES RAT-DADOS.
003100         10  RAT-ANO-MES         PIC 9(06).
003200         10  FILLER              PIC X(01).
003300         10  RAT-FILIAL          PIC X(04).
003400         10  FILLER              PIC X(01).
003500         10  RAT-NOME            PIC X(30).
003600         10  FILLER              PIC X(01).
003700         10  RAT-VIGENCIA        PIC 9(06).
003800         10  FILLER              PIC X(01).
003900         10  RAT-QTD-CLASSIF     PIC 9(09).
004000         10  FILLER              PIC X(01).
004100         10  RAT-QTD-REJEITADOS  PIC 9(09).
004200         10  FILLER              PIC X(01).
004300         10  RAT-QTD-QUARENTENA  PIC 9(09).
004400         10  FILLER              PIC X(01).
004500         10  RAT-QTD-RECICLADOS  PIC 9(09).
004600         10  FILLER              PIC X(01).
004700         10  RAT-VLR-CLASSIF     PIC 9(09)V99.
004800         10  FILLER              PIC X(01).
004900         10  RAT-VLR-REJEITADOS  PIC 9(09)V99.
005000         10  FILLER              PIC X(01).
005100         10  RAT-VLR-QUARENTENA  PIC 9(09)V99.
005200         10  FILLER              PIC X(01).
005300         10  RAT-VLR-RECICLADOS  PIC 9(09)V99.
005400         10  FILLER              PIC X(01).
005500         10  RAT-VLR-MINIMO      PIC 9(09)V99.
005600         10  FILLER              PIC X(01).
005700         10  RAT-VLR-TOTAL       PIC 9(09)V99.
005710         10  FILLER              PIC X(01).
005720         10  RAT-QTD-REINICIO    PIC 9(09).
005730         10  FILLER              PIC X(01).
005740         10  RAT-VLR-REINICIO    PIC 9(09)V99.
005800         10  FILLER              PIC X(07).
005900     05  RAT-DADOS-HDR REDEFINES RAT-DADOS.
006000         10  RAT-HDR-ANO-MES     PIC 9(06).
006100         10  FILLER              PIC X(01).
006200         10  RAT-HDR-DATA        PIC 9(08).
006300         10  FILLER              PIC X(01).
006400         10  RAT-HDR-HORA        PIC 9(08).
006500         10  FILLER              PIC X(01).
006600         10  RAT-HDR-JOB-ID      PIC X(08).
006700         10  FILLER              PIC X(01).
006800         10  RAT-HDR-SITUACAO    PIC X(01).
006900             88  RAT-HDR-FECHADO         VALUE "F".
007000             88  RAT-HDR-PRELIMINAR      VALUE "P".
007100         10  FILLER              PIC X(155).
007200     05  RAT-DADOS-TRL REDEFINES RAT-DADOS.
007300         10  RAT-TRL-QTD-FILIAIS PIC 9(09).
007400         10  FILLER              PIC X(01).
007500         10  RAT-TRL-QTD-CLASSIF PIC 9(11).
007600         10  FILLER              PIC X(01).
007700         10  RAT-TRL-QTD-REJEITADOS PIC 9(11).
007800         10  FILLER              PIC X(01).
007900         10  RAT-TRL-QTD-QUARENTENA PIC 9(11).
008000         10  FILLER              PIC X(01).
008100         10  RAT-TRL-QTD-RECICLADOS PIC 9(11).
008200         10  FILLER              PIC X(01).
008300         10  RAT-TRL-VLR-MINIMO  PIC 9(11)V99.
008400         10  FILLER              PIC X(01).
008500         10  RAT-TRL-VLR-TOTAL   PIC 9(11)V99.
008510         10  FILLER              PIC X(01).
008520         10  RAT-TRL-QTD-REINICIO PIC 9(11).
008600         10  FILLER              PIC X(93).
