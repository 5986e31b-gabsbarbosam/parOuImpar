000100******************************************************************
000200*    COPYBOOK:  PCTREC
000300*    PURPOSE :  PARTITION TOTALS RECORD (PCTP1 TO PCTP9) - WRITTEN
000400*               AS THE VERY LAST ACT OF A SUCCESSFUL IMPAROUPAR
000500*               PARTITION STEP, SO AN EMPTY PCTPN MEANS THE
000600*               PARTITION HAS NOT FINISHED.  IT CARRIES THE
000700*               PARTITION'S JOB STAMP AND BUSINESS DATE, WHICH THE
000800*               CONSOLIDATION STEP CHECKS AGAINST PARTCTL, AND
000900*               EVERY RUN TOTAL THE CONSOLIDATED PARIMPAR-RPT,
001000*               HSTFILE RECORD, EXTRACT TRAILER AND SEQLIST NEED:
001100*               COUNTS, RESTART AND RECONCILIATION FLAGS, THE
001200*               VALUE STATISTICS AND THE SEQUENCE TOTALS.
001300*------------------------------------------------------------------
001400*    MODIFICATION HISTORY
001500*    DATE       INIT  DESCRIPTION
001600*    15/10/2026 GB    INITIAL COPYBOOK.
001700******************************************************************
001800 01  PCT-RECORD.
001900     05  PCT-JOB-ID          PIC X(08).
002000     05  FILLER              PIC X(01).
002100     05  PCT-DATA            PIC 9(08).
002200     05  FILLER              PIC X(01).
002300     05  PCT-HORA            PIC 9(08).
002400     05  FILLER              PIC X(01).
002500     05  PCT-DATA-NEGOCIO    PIC 9(08).
002600     05  FILLER              PIC X(01).
002700     05  PCT-PARTICAO        PIC 9(01).
002800     05  FILLER              PIC X(01).
002900     05  PCT-DATA-FIM        PIC 9(08).
003000     05  FILLER              PIC X(01).
003100     05  PCT-HORA-FIM        PIC 9(08).
003200     05  FILLER              PIC X(01).
003300     05  PCT-REINICIO        PIC X(01).
003400         88  PCT-REINICIADA          VALUE "R".
003500     05  FILLER              PIC X(01).
003600     05  PCT-RECONCILIACAO   PIC X(02).
003700         88  PCT-DIVERGENTE          VALUE "DV".
003800     05  FILLER              PIC X(01).
003900     05  PCT-QTD-FONTES      PIC 9(04).
004000     05  FILLER              PIC X(01).
004100     05  PCT-QTD-LIDOS       PIC 9(09).
004200     05  FILLER              PIC X(01).
004300     05  PCT-QTD-PAR         PIC 9(09).
004400     05  FILLER              PIC X(01).
004500     05  PCT-QTD-IMPAR       PIC 9(09).
004600     05  FILLER              PIC X(01).
004700     05  PCT-QTD-REJEITADOS  PIC 9(09).
004800     05  FILLER              PIC X(01).
004900     05  PCT-QTD-REJ-DV      PIC 9(09).
005000     05  FILLER              PIC X(01).
005100     05  PCT-QTD-DUPLICADOS  PIC 9(09).
005200     05  FILLER              PIC X(01).
005300     05  PCT-QTD-QUARENTENA  PIC 9(09).
005400     05  FILLER              PIC X(01).
005500     05  PCT-EST-TEM-DADOS   PIC X(01).
005600         88  PCT-EST-COM-DADOS       VALUE "Y".
005700     05  FILLER              PIC X(01).
005800     05  PCT-EST-MINIMO      PIC S9(18)
005900                             SIGN LEADING SEPARATE CHARACTER.
006000     05  FILLER              PIC X(01).
006100     05  PCT-EST-MAXIMO      PIC S9(18)
006200                             SIGN LEADING SEPARATE CHARACTER.
006300     05  FILLER              PIC X(01).
006400     05  PCT-EST-SOMA        PIC S9(18)
006500                             SIGN LEADING SEPARATE CHARACTER.
006600     05  FILLER              PIC X(01).
006700     05  PCT-EST-QTD-CLASSIF PIC 9(09).
006800     05  FILLER              PIC X(01).
006900     05  PCT-EST-QTD-NEGATIVOS
007000                             PIC 9(09).
007100     05  FILLER              PIC X(01).
007200     05  PCT-EST-QTD-ZEROS   PIC 9(09).
007300     05  FILLER              PIC X(01).
007400     05  PCT-EST-FAIXA-QTD   PIC 9(09) OCCURS 3 TIMES.
007500     05  FILLER              PIC X(01).
007600     05  PCT-EST-DIGITO-QTD  PIC 9(09) OCCURS 10 TIMES.
007700     05  FILLER              PIC X(01).
007800     05  PCT-QTD-FALTANTES   PIC 9(10).
007900     05  FILLER              PIC X(01).
008000     05  PCT-QTD-INTERVALOS  PIC 9(09).
008100     05  FILLER              PIC X(01).
008200     05  PCT-QTD-ABAIXO-MARCA
008300                             PIC 9(09).
008400     05  FILLER              PIC X(01).
008500     05  PCT-QTD-FILIAIS-SEQ PIC 9(04).
