000100******************************************************************
000200*    COPYBOOK:  RETREC
000300*    PURPOSE :  BRANCH ACKNOWLEDGEMENT RECORD (RETORNO) WRITTEN BY
000400*               IMPAROUPAR AT THE END OF EVERY RUN - ONE DATASET
000500*               PER SUBMITTING BRANCH, NAMED "RET" + BRANCH CODE
000600*               (NUM-FILIAL) + BUSINESS DATE + RUN TIME, SO THE
000700*               BRANCH LEARNS WHAT HAPPENED TO ITS FILE WITHOUT
000800*               READING PARIMPAR-RPT.  ONE HEADER (H), ONE COUNTS
000900*               RECORD (C), ONE RECORD PER REJECTED VALUE (R) AND
001000*               PER QUARANTINED DUPLICATE (Q), AND A TRAILER (T)
001100*               WHOSE CONTROL TOTALS ANSWER THE BRANCH'S OWN
001200*               NUMFILE HEADER/TRAILER.  IN THE COUNTS RECORD
001300*               RECEBIDOS = REINICIO + PAR + IMPAR + REJEITADOS +
001400*               QUARENTENA, WHERE REINICIO IS WHAT A RESTARTED
001500*               RUN HAD ALREADY PROCESSED BEFORE THE CHECKPOINT
001600*               (THOSE RECORDS ARE NOT LISTED AGAIN).  WHEN THE
001700*               BRANCH SENT MORE THAN ONE SOURCE IN THE RUN THE
001800*               COUNTS AND CONTROL TOTALS ARE SUMMED.
001900*------------------------------------------------------------------
002000*    MODIFICATION HISTORY
002100*    DATE       INIT  DESCRIPTION
002200*    15/10/2026 GB    INITIAL COPYBOOK.
002300******************************************************************
002400 01  RET-RECORD.
002500     05  RET-TIPO-REG        PIC X(01).
002600         88  RET-HEADER              VALUE "H".
002700         88  RET-CONTAGEM            VALUE "C".
002800         88  RET-REJEITADO           VALUE "R".
002900         88  RET-QUARENTENADO        VALUE "Q".
003000         88  RET-TRAILER             VALUE "T".
003100     05  RET-DADOS           PIC X(99).
003200     05  RET-DADOS-HDR REDEFINES RET-DADOS.
003300         10  RET-HDR-FILIAL      PIC X(04).
003400         10  FILLER              PIC X(01).
003500         10  RET-HDR-NOME        PIC X(30).
003600         10  FILLER              PIC X(01).
003700         10  RET-HDR-DATA-NEGOCIO PIC 9(08).
003800         10  FILLER              PIC X(01).
003900         10  RET-HDR-JOB-ID      PIC X(08).
004000         10  FILLER              PIC X(01).
004100         10  RET-HDR-DATA        PIC 9(08).
004200         10  FILLER              PIC X(01).
004300         10  RET-HDR-HORA        PIC 9(08).
004400         10  FILLER              PIC X(28).
004500     05  RET-DADOS-CNT REDEFINES RET-DADOS.
004600         10  RET-CNT-RECEBIDOS   PIC 9(09).
004700         10  FILLER              PIC X(01).
004800         10  RET-CNT-REINICIO    PIC 9(09).
004900         10  FILLER              PIC X(01).
005000         10  RET-CNT-PAR         PIC 9(09).
005100         10  FILLER              PIC X(01).
005200         10  RET-CNT-IMPAR       PIC 9(09).
005300         10  FILLER              PIC X(01).
005400         10  RET-CNT-REJEITADOS  PIC 9(09).
005500         10  FILLER              PIC X(01).
005600         10  RET-CNT-REJ-MOTIVO  PIC 9(09) OCCURS 4 TIMES.
005700         10  FILLER              PIC X(01).
005800         10  RET-CNT-QUARENTENA  PIC 9(09).
005900         10  FILLER              PIC X(03).
006000     05  RET-DADOS-REJ REDEFINES RET-DADOS.
006100         10  RET-REJ-VALOR       PIC X(19).
006200         10  FILLER              PIC X(01).
006300         10  RET-REJ-CODIGO      PIC X(02).
006400         10  FILLER              PIC X(01).
006500         10  RET-REJ-DESCRICAO   PIC X(30).
006600         10  FILLER              PIC X(01).
006700         10  RET-REJ-TENTATIVAS  PIC 9(02).
006800         10  FILLER              PIC X(43).
006900     05  RET-DADOS-QUA REDEFINES RET-DADOS.
007000         10  RET-QUA-NUMERO      PIC X(19).
007100         10  FILLER              PIC X(01).
007200         10  RET-QUA-RESULTADO   PIC X(10).
007300         10  FILLER              PIC X(01).
007400         10  RET-QUA-PRIMEIRA-DATA PIC 9(08).
007500         10  FILLER              PIC X(01).
007600         10  RET-QUA-ULTIMA-DATA PIC 9(08).
007700         10  FILLER              PIC X(01).
007800         10  RET-QUA-OCORRENCIAS PIC 9(09).
007900         10  FILLER              PIC X(41).
008000     05  RET-DADOS-TRL REDEFINES RET-DADOS.
008100         10  RET-TRL-QTD-ESPERADA PIC 9(09).
008200         10  FILLER              PIC X(01).
008300         10  RET-TRL-QTD-INFORMADA PIC 9(09).
008400         10  FILLER              PIC X(01).
008500         10  RET-TRL-QTD-RECEBIDA PIC 9(09).
008600         10  FILLER              PIC X(01).
008700         10  RET-TRL-QTD-LISTADOS PIC 9(09).
008800         10  FILLER              PIC X(01).
008900         10  RET-TRL-QTD-FONTES  PIC 9(04).
009000         10  FILLER              PIC X(01).
009100         10  RET-TRL-CONCILIACAO PIC X(02).
009200             88  RET-TRL-CONFERE         VALUE "OK".
009300             88  RET-TRL-DIVERGE         VALUE "DV".
009400         10  FILLER              PIC X(52).
