000010******************************************************************
000020* AUTHOR.      GABRIELA BARBOSA.
000030* INSTALLATION. CPD - CENTRO DE PROCESSAMENTO DE DADOS.
000040* DATE-WRITTEN. 15/10/2026.
000050* DATE-COMPILED.
000060* PURPOSE.     MONTHLY PROCESSING CHARGEBACK.  PRICES EVERY
000070*              BRANCH'S CLASSIFICATION ACTIVITY FOR A CALENDAR
000080*              MONTH (RATPARM, SEE RTPREC - THE MONTH BEFORE THE
000090*              SYSTEM DATE BY DEFAULT) FROM THE STSFILE RECORDS
000100*              IMPAROUPAR APPENDS AT THE END OF EVERY LIVE RUN,
000110*              GROUPED BY BRANCH CODE UNDER THE FILFILE NAME.
000120*              RUNS OF JOBS REVERSED BY ESTORNO ARE LEFT OUT, AS
000130*              FECHMES LEAVES THEM OUT OF THE MONTH.  EACH BRANCH
000140*              IS PRICED FROM THE TARFILE RATE TABLE (SEE TARREC)
000150*              IN FORCE FOR THE MONTH - CLASSIFIED, REJECTED,
000160*              QUARANTINED AND RECYCLED RECORDS AT THEIR UNIT
000170*              PRICES, AND THE RECORDS A RESTARTED RUN SKIPPED
000180*              (STS-QTD-REINICIO - PROCESSED BY THE INTERRUPTED
000190*              RUN, WHICH WROTE NO STSFILE) AT THE CLASSIFIED
000200*              PRICE, RAISED TO THE MONTHLY MINIMUM WHEN THE
000210*              ACTIVITY COMES TO LESS.  RATLIST PRINTS ONE
000220*              STATEMENT PER BRANCH, A SUMMARY OF ALL BRANCHES AND
000230*              THE TIE-OUT OF THE CHARGED QUANTITIES TO THE
000240*              MONTH'S TOTALS - MESFILE WHEN FECHMES HAS CLOSED
000250*              THE MONTH, OTHERWISE THE MONTH'S HSTFILE
000260*              EXECUTIONS, AND THE RUN IS THEN PRELIMINAR.  THE
000270*              DIFFERENCE IS THE VOLUME OF SOURCES SENT WITHOUT A
000280*              BRANCH CODE, WHICH NO BRANCH IS CHARGED FOR.  THE
000290*              RESTART VOLUME IS IN NEITHER THE MONTH'S TOTALS NOR
000300*              THAT DIFFERENCE AND IS SHOWN ON A TIE-OUT LINE OF
000310*              ITS OWN.  RATFILE (SEE RATREC) CARRIES THE SAME
000320*              FIGURES FOR THE FINANCE LOAD.  A BRANCH WITHOUT A
000330*              RATE, OR CHARGED QUANTITIES ABOVE THE MONTH'S
000340*              TOTALS, LEAVE RATFILE EMPTY AND END THE RUN WITH
000350*              THE STANDARD ERROR STATUS 16.
000360* TECTONICS.   COBC
000370*------------------------------------------------------------------
000380* MODIFICATION HISTORY
000390* DATE       INIT  DESCRIPTION
000400* 15/10/2026 GB    ORIGINAL VERSION.
000410* 15/10/2026 GB    THE RECORDS A RESTARTED RUN SKIPPED (STS-QTD-
000420*                  REINICIO) ARE CHARGED TO THE BRANCH AT THE
000430*                  CLASSIFIED PRICE - THE INTERRUPTED RUN THAT
000440*                  PROCESSED THEM WROTE NO STSFILE, SO THEY WERE
000450*                  NEVER CHARGED. THEY HAVE THEIR OWN STATEMENT
000460*                  ITEM, RATFILE FIELDS AND TIE-OUT LINE, APART
000470*                  FROM THE SEM FILIAL DIFFERENCE.
000510******************************************************************
000520 IDENTIFICATION DIVISION.
000530 PROGRAM-ID. RATEIO.
000540 ENVIRONMENT DIVISION.
000550 INPUT-OUTPUT SECTION.
000560 FILE-CONTROL.
000570     SELECT RATPARM-FILE ASSIGN TO "RATPARM"
000580         ORGANIZATION IS LINE SEQUENTIAL
000590         FILE STATUS IS WS-FS-RTP.
000600     SELECT TARIFA-FILE ASSIGN TO "TARFILE"
000610         ORGANIZATION IS LINE SEQUENTIAL
000620         FILE STATUS IS WS-FS-TAR.
000630     SELECT FILIAL-FILE ASSIGN TO "FILFILE"
000640         ORGANIZATION IS LINE SEQUENTIAL
000650         FILE STATUS IS WS-FS-FIL.
000660     SELECT ESTATISTICA-FILE ASSIGN TO "STSFILE"
000670         ORGANIZATION IS LINE SEQUENTIAL
000680         FILE STATUS IS WS-FS-STS.
000690     SELECT HISTORIA-FILE ASSIGN TO "HSTFILE"
000700         ORGANIZATION IS LINE SEQUENTIAL
000710         FILE STATUS IS WS-FS-HST.
000720     SELECT MES-FILE ASSIGN TO "MESFILE"
000730         ORGANIZATION IS INDEXED
000740         ACCESS MODE IS DYNAMIC
000750         RECORD KEY IS MES-CHAVE
000760         FILE STATUS IS WS-FS-MES.
000770     SELECT RATEIO-RPT ASSIGN TO "RATLIST"
000780         ORGANIZATION IS LINE SEQUENTIAL
000790         FILE STATUS IS WS-FS-RPT.
000800     SELECT RATEIO-FILE ASSIGN TO "RATFILE"
000810         ORGANIZATION IS LINE SEQUENTIAL
000820         FILE STATUS IS WS-FS-RAT.
000830 DATA DIVISION.
000840 FILE SECTION.
000850 FD  RATPARM-FILE
000860     RECORDING MODE IS F.
000870     COPY RTPREC.
000880 FD  TARIFA-FILE
000890     RECORDING MODE IS F.
000900     COPY TARREC.
000910 FD  FILIAL-FILE
000920     RECORDING MODE IS F.
000930     COPY FILREC.
000940 FD  ESTATISTICA-FILE
000950     RECORDING MODE IS F.
000960     COPY STSREC.
000970 FD  HISTORIA-FILE
000980     RECORDING MODE IS F.
000990     COPY HSTREC.
001000 FD  MES-FILE.
001010     COPY MESREC.
001020 FD  RATEIO-RPT
001030     RECORDING MODE IS F.
001040     COPY RPTREC.
001050 FD  RATEIO-FILE
001060     RECORDING MODE IS F.
001070     COPY RATREC.
001080 WORKING-STORAGE SECTION.
001090 77  WS-FS-RTP               PIC X(02) VALUE ZEROS.
001100     88  WS-FS-RTP-OK                VALUE "00".
001110 77  WS-FS-TAR               PIC X(02) VALUE ZEROS.
001120     88  WS-FS-TAR-OK                VALUE "00".
001130 77  WS-FS-FIL               PIC X(02) VALUE ZEROS.
001140     88  WS-FS-FIL-OK                VALUE "00".
001150 77  WS-FS-STS               PIC X(02) VALUE ZEROS.
001160     88  WS-FS-STS-OK                VALUE "00".
001170     88  WS-FS-STS-INEXISTENTE       VALUE "35".
001180 77  WS-FS-HST               PIC X(02) VALUE ZEROS.
001190     88  WS-FS-HST-OK                VALUE "00".
001200     88  WS-FS-HST-INEXISTENTE       VALUE "35".
001210 77  WS-FS-MES               PIC X(02) VALUE ZEROS.
001220     88  WS-FS-MES-OK                VALUE "00".
001230     88  WS-FS-MES-INEXISTENTE       VALUE "35".
001240 77  WS-FS-RPT               PIC X(02) VALUE ZEROS.
001250     88  WS-FS-RPT-OK                VALUE "00".
001260 77  WS-FS-RAT               PIC X(02) VALUE ZEROS.
001270     88  WS-FS-RAT-OK                VALUE "00".
001280 77  WS-TAR-EOF-SWITCH       PIC X(01) VALUE "N".
001290     88  WS-TAR-EOF                   VALUE "Y".
001300 77  WS-FIL-EOF-SWITCH       PIC X(01) VALUE "N".
001310     88  WS-FIL-EOF                   VALUE "Y".
001320 77  WS-STS-EOF-SWITCH       PIC X(01) VALUE "N".
001330     88  WS-STS-EOF                   VALUE "Y".
001340 77  WS-HST-EOF-SWITCH       PIC X(01) VALUE "N".
001350     88  WS-HST-EOF                   VALUE "Y".
001360 77  WS-ACHADO-SW            PIC X(01) VALUE "N".
001370     88  WS-ACHADO                   VALUE "Y".
001380 77  WS-ESTORNADO-SW         PIC X(01) VALUE "N".
001390     88  WS-ESTORNADO                VALUE "Y".
001400 77  WS-TAB-CHEIA-SW         PIC X(01) VALUE "N".
001410     88  WS-TAB-CHEIA                VALUE "Y".
001420 77  WS-MES-FECHADO-SW       PIC X(01) VALUE "N".
001430     88  WS-MES-FECHADO              VALUE "Y".
001440 77  WS-HST-DIFERE-SW        PIC X(01) VALUE "N".
001450     88  WS-HST-DIFERE               VALUE "Y".
001460 77  WS-ESTOURO-SW           PIC X(01) VALUE "N".
001470     88  WS-ESTOURO                  VALUE "Y".
001480 77  WS-ERRO-SW              PIC X(01) VALUE "N".
001490     88  WS-ERRO                     VALUE "Y".
001500 77  WS-HORA-SISTEMA         PIC 9(08) VALUE ZERO.
001510 77  WS-JOB-ID               PIC X(08) VALUE SPACES.
001520 77  WS-DATA-FECHAMENTO      PIC 9(08) VALUE ZERO.
001530 77  WS-QTD-TARIFAS          PIC 9(04) COMP VALUE ZERO.
001540 77  WS-TAR-IDX              PIC 9(04) COMP VALUE ZERO.
001550 77  WS-TAR-MAXIMO           PIC 9(04) COMP VALUE 100.
001560 77  WS-TAR-LINHA            PIC 9(04) COMP VALUE ZERO.
001570 77  WS-TAR-GERAL            PIC 9(04) COMP VALUE ZERO.
001580 77  WS-TAR-PROPRIA          PIC 9(04) COMP VALUE ZERO.
001590 77  WS-QTD-CADASTRO         PIC 9(04) COMP VALUE ZERO.
001600 77  WS-CAD-IDX              PIC 9(04) COMP VALUE ZERO.
001610 77  WS-CAD-MAXIMO           PIC 9(04) COMP VALUE 200.
001620 77  WS-QTD-ESTORNOS         PIC 9(04) COMP VALUE ZERO.
001630 77  WS-ETN-IDX              PIC 9(04) COMP VALUE ZERO.
001640 77  WS-ETN-MAXIMO           PIC 9(04) COMP VALUE 500.
001650 77  WS-QTD-FILIAIS          PIC 9(04) COMP VALUE ZERO.
001660 77  WS-FIL-IDX              PIC 9(04) COMP VALUE ZERO.
001670 77  WS-FIL-POS              PIC 9(04) COMP VALUE ZERO.
001680 77  WS-FIL-MAXIMO           PIC 9(04) COMP VALUE 200.
001690 77  WS-QTD-SEM-TARIFA       PIC 9(04) COMP VALUE ZERO.
001700 77  WS-QTD-EXECUCOES        PIC 9(09) COMP VALUE ZERO.
001710 77  WS-PAGINA               PIC 9(05) COMP VALUE ZERO.
001720 77  WS-PAGINA-ED            PIC Z(4)9.
001730 77  WS-TITULO               PIC X(40) VALUE SPACES.
001740 77  WS-SUBTOTAL             PIC 9(11)V99 VALUE ZERO.
001750 77  WS-ITEM-QTD             PIC 9(09) VALUE ZERO.
001760 77  WS-ITEM-PRECO           PIC 9(03)V9(04) VALUE ZERO.
001770 77  WS-ITEM-VALOR           PIC 9(09)V99 VALUE ZERO.
001780 77  WS-QTD-ED               PIC Z(8)9.
001790 77  WS-QTD-ED2              PIC Z(8)9.
001800 77  WS-VLR-ED               PIC Z(10)9.99.
001810 01  WS-DATA-SISTEMA-AREA.
001820     05  WS-DATA-SISTEMA     PIC 9(08) VALUE ZERO.
001830     05  WS-DATA-SISTEMA-R REDEFINES WS-DATA-SISTEMA.
001840         10  WS-MES-SISTEMA  PIC 9(06).
001850         10  FILLER          PIC 9(02).
001860 01  WS-ANO-MES-AREA.
001870     05  WS-ANO-MES          PIC 9(06) VALUE ZERO.
001880     05  WS-ANO-MES-R REDEFINES WS-ANO-MES.
001890         10  WS-ANO          PIC 9(04).
001900         10  WS-MES          PIC 9(02).
001910     05  WS-ANO-MES-X REDEFINES WS-ANO-MES
001920                             PIC X(06).
001930 01  WS-DATA-EXECUCAO-AREA.
001940     05  WS-DATA-EXECUCAO    PIC 9(08) VALUE ZERO.
001950     05  WS-DATA-EXECUCAO-R REDEFINES WS-DATA-EXECUCAO.
001960         10  WS-EXEC-ANO-MES PIC 9(06).
001970         10  WS-EXEC-DIA     PIC 9(02).
001980 01  WS-TAR-TABELA.
001990     05  WS-TAR-ENTRADA OCCURS 100 TIMES.
002000         10  WS-TAR-VIGENCIA     PIC 9(06).
002010         10  WS-TAR-FILIAL       PIC X(04).
002020         10  WS-TAR-PRECO-CLASSIF PIC 9(03)V9(04).
002030         10  WS-TAR-PRECO-REJEITO PIC 9(03)V9(04).
002040         10  WS-TAR-PRECO-QUARENTENA PIC 9(03)V9(04).
002050         10  WS-TAR-PRECO-RECICLADO PIC 9(03)V9(04).
002060         10  WS-TAR-MINIMO       PIC 9(07)V99.
002070 01  WS-CAD-TABELA.
002080     05  WS-CAD-ENTRADA OCCURS 200 TIMES.
002090         10  WS-CAD-CODIGO       PIC X(04).
002100         10  WS-CAD-NOME         PIC X(30).
002110 01  WS-ETN-TABELA.
002120     05  WS-ETN-ENTRADA OCCURS 500 TIMES.
002130         10  WS-ETN-JOB          PIC X(08).
002140         10  WS-ETN-DATA         PIC 9(08).
002150 01  WS-FIL-TABELA.
002160     05  WS-FIL-ENTRADA OCCURS 200 TIMES.
002170         10  WS-FIL-CODIGO       PIC X(04).
002180         10  WS-FIL-NOME         PIC X(30).
002190         10  WS-FIL-CADASTRADA   PIC X(01).
002200         10  WS-FIL-EXECUCOES    PIC 9(09) COMP.
002210         10  WS-FIL-CLASSIF      PIC 9(09) COMP.
002220         10  WS-FIL-REJ          PIC 9(09) COMP.
002230         10  WS-FIL-QUA          PIC 9(09) COMP.
002240         10  WS-FIL-RCL          PIC 9(09) COMP.
002250         10  WS-FIL-RNC          PIC 9(09) COMP.
002260         10  WS-FIL-TAR-POS      PIC 9(04) COMP.
002270         10  WS-FIL-VLR-CLASSIF  PIC 9(09)V99.
002280         10  WS-FIL-VLR-REJ      PIC 9(09)V99.
002290         10  WS-FIL-VLR-QUA      PIC 9(09)V99.
002300         10  WS-FIL-VLR-RCL      PIC 9(09)V99.
002310         10  WS-FIL-VLR-RNC      PIC 9(09)V99.
002320         10  WS-FIL-VLR-MINIMO   PIC 9(09)V99.
002330         10  WS-FIL-VLR-TOTAL    PIC 9(09)V99.
002340 01  WS-TOTAIS-MES.
002350     05  WS-REF-CLASSIF      PIC 9(11) COMP VALUE ZERO.
002360     05  WS-REF-REJ          PIC 9(11) COMP VALUE ZERO.
002370     05  WS-REF-QUA          PIC 9(11) COMP VALUE ZERO.
002380     05  WS-HST-EXECUCOES    PIC 9(09) COMP VALUE ZERO.
002390     05  WS-HST-CLASSIF      PIC 9(11) COMP VALUE ZERO.
002400     05  WS-HST-REJ          PIC 9(11) COMP VALUE ZERO.
002410     05  WS-HST-QUA          PIC 9(11) COMP VALUE ZERO.
002420 01  WS-TOTAIS-COBRADOS.
002430     05  WS-COB-CLASSIF      PIC 9(11) COMP VALUE ZERO.
002440     05  WS-COB-REJ          PIC 9(11) COMP VALUE ZERO.
002450     05  WS-COB-QUA          PIC 9(11) COMP VALUE ZERO.
002460     05  WS-COB-RCL          PIC 9(11) COMP VALUE ZERO.
002470     05  WS-COB-RNC          PIC 9(11) COMP VALUE ZERO.
002480     05  WS-COB-ATIVIDADE    PIC 9(11)V99 VALUE ZERO.
002490     05  WS-COB-MINIMO       PIC 9(11)V99 VALUE ZERO.
002500     05  WS-COB-TOTAL        PIC 9(11)V99 VALUE ZERO.
002510 01  WS-CNF-AREA.
002520     05  WS-CNF-TEXTO        PIC X(26) VALUE SPACES.
002530     05  WS-CNF-REF          PIC 9(11) COMP VALUE ZERO.
002540     05  WS-CNF-COB          PIC 9(11) COMP VALUE ZERO.
002550 01  WS-EXT-LINHA.
002560     05  FILLER              PIC X(01) VALUE SPACE.
002570     05  WS-EXT-ITEM         PIC X(30).
002580     05  FILLER              PIC X(01) VALUE SPACE.
002590     05  WS-EXT-QTD          PIC Z(9)9.
002600     05  WS-EXT-QTD-X REDEFINES WS-EXT-QTD
002610                             PIC X(10).
002620     05  FILLER              PIC X(05) VALUE SPACES.
002630     05  WS-EXT-PRECO        PIC ZZ9.9999.
002640     05  WS-EXT-PRECO-X REDEFINES WS-EXT-PRECO
002650                             PIC X(08).
002660     05  FILLER              PIC X(03) VALUE SPACES.
002670     05  WS-EXT-VALOR        PIC Z(8)9.99.
002680     05  WS-EXT-VALOR-X REDEFINES WS-EXT-VALOR
002690                             PIC X(12).
002700 01  WS-EXT-CABECALHO.
002710     05  FILLER              PIC X(01) VALUE SPACE.
002720     05  FILLER              PIC X(31) VALUE "ITEM".
002730     05  FILLER              PIC X(10) VALUE "QUANTIDADE".
002740     05  FILLER              PIC X(13) VALUE "   PRECO UNIT".
002750     05  FILLER              PIC X(15) VALUE "          VALOR".
002760 01  WS-RES-LINHA.
002770     05  FILLER              PIC X(01) VALUE SPACE.
002780     05  WS-RES-FILIAL       PIC X(04).
002790     05  FILLER              PIC X(02) VALUE SPACES.
002800     05  WS-RES-NOME         PIC X(30).
002810     05  FILLER              PIC X(01) VALUE SPACE.
002820     05  WS-RES-CLASSIF      PIC Z(10)9.
002830     05  FILLER              PIC X(01) VALUE SPACE.
002840     05  WS-RES-REJ          PIC Z(10)9.
002850     05  FILLER              PIC X(01) VALUE SPACE.
002860     05  WS-RES-QUA          PIC Z(10)9.
002870     05  FILLER              PIC X(01) VALUE SPACE.
002880     05  WS-RES-RCL          PIC Z(10)9.
002890     05  FILLER              PIC X(01) VALUE SPACE.
002900     05  WS-RES-ATIVIDADE    PIC Z(10)9.99.
002910     05  WS-RES-ATIVIDADE-X REDEFINES WS-RES-ATIVIDADE
002920                             PIC X(14).
002930     05  FILLER              PIC X(01) VALUE SPACE.
002940     05  WS-RES-MINIMO       PIC Z(10)9.99.
002950     05  WS-RES-MINIMO-X REDEFINES WS-RES-MINIMO
002960                             PIC X(14).
002970     05  FILLER              PIC X(01) VALUE SPACE.
002980     05  WS-RES-TOTAL        PIC Z(10)9.99.
002990     05  WS-RES-TOTAL-X REDEFINES WS-RES-TOTAL
003000                             PIC X(14).
003010 01  WS-RES-CABECALHO.
003020     05  FILLER              PIC X(01) VALUE SPACE.
003030     05  FILLER              PIC X(06) VALUE "FIL.".
003040     05  FILLER              PIC X(30) VALUE "NOME".
003050     05  FILLER              PIC X(12) VALUE "  CLASSIFIC.".
003060     05  FILLER              PIC X(12) VALUE "  REJEITADOS".
003070     05  FILLER              PIC X(12) VALUE "  QUARENTENA".
003080     05  FILLER              PIC X(12) VALUE "  RECICLADOS".
003090     05  FILLER              PIC X(15) VALUE "      ATIVIDADE".
003100     05  FILLER              PIC X(15) VALUE "  COMPL. MINIMO".
003110     05  FILLER              PIC X(15) VALUE "          TOTAL".
003120 01  WS-CNF-LINHA.
003130     05  FILLER              PIC X(01) VALUE SPACE.
003140     05  WS-CNF-ITEM         PIC X(26).
003150     05  FILLER              PIC X(01) VALUE SPACE.
003160     05  WS-CNF-MES          PIC Z(10)9.
003170     05  WS-CNF-MES-X REDEFINES WS-CNF-MES
003180                             PIC X(11).
003190     05  FILLER              PIC X(01) VALUE SPACE.
003200     05  WS-CNF-COBRADO      PIC Z(10)9.
003210     05  FILLER              PIC X(01) VALUE SPACE.
003220     05  WS-CNF-SEM-FILIAL   PIC Z(10)9.
003230     05  WS-CNF-SEM-FILIAL-X REDEFINES WS-CNF-SEM-FILIAL
003240                             PIC X(11).
003250     05  FILLER              PIC X(02) VALUE SPACES.
003260     05  WS-CNF-SITUACAO     PIC X(11).
003270 01  WS-CNF-CABECALHO.
003280     05  FILLER              PIC X(01) VALUE SPACE.
003290     05  FILLER              PIC X(27) VALUE "ITEM".
003300     05  FILLER              PIC X(12) VALUE "   TOTAL MES".
003310     05  FILLER              PIC X(12) VALUE "     COBRADO".
003320     05  FILLER              PIC X(12) VALUE "  SEM FILIAL".
003330     05  FILLER              PIC X(12) VALUE "  SITUACAO".
003340******************************************************************
003350*    PROCEDURE DIVISION                                          *
003360******************************************************************
003370 PROCEDURE DIVISION.
003380 0000-MAINLINE.
003390     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
003400     PERFORM 1200-VERIFICAR-MES THRU 1200-EXIT.
003410     PERFORM 1300-CARREGAR-TARIFAS THRU 1300-EXIT.
003420     PERFORM 1400-CARREGAR-CADASTRO THRU 1400-EXIT.
003430     PERFORM 1500-VARRER-HISTORIA THRU 1500-EXIT.
003440     PERFORM 2000-ACUMULAR-FILIAIS THRU 2000-EXIT.
003450     PERFORM 3000-TARIFAR-FILIAL THRU 3000-EXIT
003460         VARYING WS-FIL-IDX FROM 1 BY 1
003470         UNTIL WS-FIL-IDX > WS-QTD-FILIAIS.
003480     PERFORM 4000-WRITE-EXTRATO THRU 4000-EXIT
003490         VARYING WS-FIL-IDX FROM 1 BY 1
003500         UNTIL WS-FIL-IDX > WS-QTD-FILIAIS.
003510     PERFORM 5000-WRITE-RESUMO THRU 5000-EXIT.
003520     PERFORM 6000-CONFERIR-TOTAIS THRU 6000-EXIT.
003530     IF NOT WS-ERRO
003540         PERFORM 7000-GRAVAR-RAZAO THRU 7000-EXIT
003550     END-IF.
003560     PERFORM 8000-FINALIZE THRU 8000-EXIT.
003570     IF WS-ERRO
003580         GO TO 9999-ABEND
003590     END-IF.
003600     STOP RUN.
003610******************************************************************
003620*    1000-INITIALIZE - PICK UP THE MONTH AND OPEN THE LISTING AND*
003630*                      THE LEDGER.  RATFILE IS OPENED AT ONCE SO *
003640*                      A FAILED RUN NEVER LEAVES AN EARLIER      *
003650*                      MONTH'S LEDGER BEHIND FOR THE FINANCE LOAD*
003660******************************************************************
003670 1000-INITIALIZE.
003680     ACCEPT WS-DATA-SISTEMA FROM DATE YYYYMMDD.
003690     ACCEPT WS-HORA-SISTEMA FROM TIME.
003700     ACCEPT WS-JOB-ID FROM ENVIRONMENT "JOBID".
003710     IF WS-JOB-ID = SPACES
003720         MOVE "RATEIO" TO WS-JOB-ID
003730     END-IF.
003740     PERFORM 1100-LER-PARAMETROS THRU 1100-EXIT.
003750     OPEN OUTPUT RATEIO-RPT.
003760     IF NOT WS-FS-RPT-OK
003770         DISPLAY "RATEIO - ERRO AO ABRIR RATLIST - STATUS "
003780             WS-FS-RPT
003790         GO TO 9999-ABEND
003800     END-IF.
003810     OPEN OUTPUT RATEIO-FILE.
003820     IF NOT WS-FS-RAT-OK
003830         DISPLAY "RATEIO - ERRO AO ABRIR RATFILE - STATUS "
003840             WS-FS-RAT
003850         CLOSE RATEIO-RPT
003860         GO TO 9999-ABEND
003870     END-IF.
003880 1000-EXIT.
003890     EXIT.
003900******************************************************************
003910*    1100-LER-PARAMETROS - OPTIONAL RATPARM.  NO MONTH ON IT     *
003920*                          MEANS THE MONTH BEFORE THE SYSTEM DATE*
003930******************************************************************
003940 1100-LER-PARAMETROS.
003950     OPEN INPUT RATPARM-FILE.
003960     IF WS-FS-RTP-OK
003970         READ RATPARM-FILE
003980             AT END
003990                 CONTINUE
004000             NOT AT END
004010                 IF RTP-ANO-MES NUMERIC AND RTP-ANO-MES NOT = ZERO
004020                     MOVE RTP-ANO-MES TO WS-ANO-MES
004030                 END-IF
004040         END-READ
004050         CLOSE RATPARM-FILE
004060     END-IF.
004070     IF WS-ANO-MES = ZERO
004080         MOVE WS-MES-SISTEMA TO WS-ANO-MES
004090         IF WS-MES = 1
004100             SUBTRACT 1 FROM WS-ANO
004110             MOVE 12 TO WS-MES
004120         ELSE
004130             SUBTRACT 1 FROM WS-MES
004140         END-IF
004150     END-IF.
004160     IF WS-MES < 1 OR WS-MES > 12
004170         DISPLAY "RATEIO - MES INVALIDO EM RATPARM: " WS-ANO-MES
004180         GO TO 9999-ABEND
004190     END-IF.
004200 1100-EXIT.
004210     EXIT.
004220******************************************************************
004230*    1200-VERIFICAR-MES - A MONTH FECHADO ON MESFILE TIES OUT TO *
004240*                         ITS CLOSED TOTALS.  NO MESFILE, NO     *
004250*                         RECORD FOR THE MONTH OR A REOPENED     *
004260*                         MONTH MAKES THE RUN PRELIMINAR         *
004270******************************************************************
004280 1200-VERIFICAR-MES.
004290     MOVE "N" TO WS-MES-FECHADO-SW.
004300     OPEN INPUT MES-FILE.
004310     IF WS-FS-MES-INEXISTENTE
004320         GO TO 1200-EXIT
004330     END-IF.
004340     IF NOT WS-FS-MES-OK
004350         DISPLAY "RATEIO - ERRO AO ABRIR MESFILE - STATUS "
004360             WS-FS-MES
004365         MOVE "Y" TO WS-ERRO-SW
004370         PERFORM 8000-FINALIZE THRU 8000-EXIT
004380         GO TO 9999-ABEND
004390     END-IF.
004400     MOVE WS-ANO-MES-X TO MES-CHAVE.
004410     READ MES-FILE
004420         INVALID KEY
004430             CONTINUE
004440         NOT INVALID KEY
004450             IF MES-FECHADO
004460                 MOVE "Y" TO WS-MES-FECHADO-SW
004470                 COMPUTE WS-REF-CLASSIF =
004480                     MES-QTD-PAR + MES-QTD-IMPAR
004490                 MOVE MES-QTD-REJEITADOS TO WS-REF-REJ
004500                 MOVE MES-QTD-QUARENTENA TO WS-REF-QUA
004510                 MOVE MES-DATA-FECHAMENTO TO WS-DATA-FECHAMENTO
004520             END-IF
004530     END-READ.
004540     CLOSE MES-FILE.
004550 1200-EXIT.
004560     EXIT.
004570******************************************************************
004580*    1300-CARREGAR-TARIFAS - TABLE THE RATE LINES.  TARFILE IS   *
004590*                            REQUIRED, AND A LINE THAT IS NOT    *
004600*                            NUMERIC STOPS THE RUN - NO BRANCH IS*
004610*                            PRICED FROM A TABLE IN DOUBT        *
004620******************************************************************
004630 1300-CARREGAR-TARIFAS.
004640     OPEN INPUT TARIFA-FILE.
004650     IF NOT WS-FS-TAR-OK
004660         DISPLAY "RATEIO - ERRO AO ABRIR TARFILE - STATUS "
004670             WS-FS-TAR
004675         MOVE "Y" TO WS-ERRO-SW
004680         PERFORM 8000-FINALIZE THRU 8000-EXIT
004690         GO TO 9999-ABEND
004700     END-IF.
004710     MOVE "N" TO WS-TAR-EOF-SWITCH.
004720     PERFORM 1310-LER-TARIFA THRU 1310-EXIT
004730         UNTIL WS-TAR-EOF.
004740     CLOSE TARIFA-FILE.
004750     IF WS-ERRO
004760         DISPLAY "RATEIO - TARFILE COM ERRO - NADA FOI COBRADO"
004770         PERFORM 8000-FINALIZE THRU 8000-EXIT
004780         GO TO 9999-ABEND
004790     END-IF.
004800 1300-EXIT.
004810     EXIT.
004820******************************************************************
004830*    1310-LER-TARIFA - ONE TARFILE LINE.  BLANK LINES ARE SKIPPED*
004840******************************************************************
004850 1310-LER-TARIFA.
004860     READ TARIFA-FILE
004870         AT END
004880             MOVE "Y" TO WS-TAR-EOF-SWITCH
004890             GO TO 1310-EXIT
004900     END-READ.
004910     ADD 1 TO WS-TAR-LINHA.
004920     IF TAR-RECORD = SPACES
004930         GO TO 1310-EXIT
004940     END-IF.
004950     MOVE WS-TAR-LINHA TO WS-QTD-ED.
004960     IF TAR-VIGENCIA NOT NUMERIC
004970        OR TAR-PRECO-CLASSIF NOT NUMERIC
004980        OR TAR-PRECO-REJEITO NOT NUMERIC
004990        OR TAR-PRECO-QUARENTENA NOT NUMERIC
005000        OR TAR-PRECO-RECICLADO NOT NUMERIC
005010        OR TAR-MINIMO-MENSAL NOT NUMERIC
005020         DISPLAY "RATEIO - TARFILE LINHA " WS-QTD-ED
005030             " COM CAMPO NAO NUMERICO"
005040         MOVE "Y" TO WS-ERRO-SW
005050         GO TO 1310-EXIT
005060     END-IF.
005070     IF WS-QTD-TARIFAS NOT < WS-TAR-MAXIMO
005080         DISPLAY "RATEIO - TABELA DE TARIFAS CHEIA - TARFILE "
005090             "LINHA " WS-QTD-ED
005100         MOVE "Y" TO WS-ERRO-SW
005110         GO TO 1310-EXIT
005120     END-IF.
005130     ADD 1 TO WS-QTD-TARIFAS.
005140     MOVE TAR-VIGENCIA TO WS-TAR-VIGENCIA (WS-QTD-TARIFAS).
005150     MOVE TAR-FILIAL TO WS-TAR-FILIAL (WS-QTD-TARIFAS).
005160     MOVE TAR-PRECO-CLASSIF
005170         TO WS-TAR-PRECO-CLASSIF (WS-QTD-TARIFAS).
005180     MOVE TAR-PRECO-REJEITO
005190         TO WS-TAR-PRECO-REJEITO (WS-QTD-TARIFAS).
005200     MOVE TAR-PRECO-QUARENTENA
005210         TO WS-TAR-PRECO-QUARENTENA (WS-QTD-TARIFAS).
005220     MOVE TAR-PRECO-RECICLADO
005230         TO WS-TAR-PRECO-RECICLADO (WS-QTD-TARIFAS).
005240     MOVE TAR-MINIMO-MENSAL TO WS-TAR-MINIMO (WS-QTD-TARIFAS).
005250 1310-EXIT.
005260     EXIT.
005270******************************************************************
005280*    1400-CARREGAR-CADASTRO - TABLE THE BRANCH REGISTRY FOR THE  *
005290*                             STATEMENT NAMES.  WITHOUT FILFILE  *
005300*                             THE NAME THE RUN STAMPED ON STSFILE*
005310*                             IS USED                            *
005320******************************************************************
005330 1400-CARREGAR-CADASTRO.
005340     OPEN INPUT FILIAL-FILE.
005350     IF NOT WS-FS-FIL-OK
005360         DISPLAY "RATEIO - FILFILE INDISPONIVEL - STATUS "
005370             WS-FS-FIL " - NOMES DO STSFILE"
005380         GO TO 1400-EXIT
005390     END-IF.
005400     MOVE "N" TO WS-FIL-EOF-SWITCH.
005410     PERFORM 1410-LER-CADASTRO THRU 1410-EXIT
005420         UNTIL WS-FIL-EOF.
005430     CLOSE FILIAL-FILE.
005440 1400-EXIT.
005450     EXIT.
005460******************************************************************
005470*    1410-LER-CADASTRO - ONE FILFILE RECORD                      *
005480******************************************************************
005490 1410-LER-CADASTRO.
005500     READ FILIAL-FILE
005510         AT END
005520             MOVE "Y" TO WS-FIL-EOF-SWITCH
005530             GO TO 1410-EXIT
005540     END-READ.
005550     IF FIL-CODIGO = SPACES
005560         GO TO 1410-EXIT
005570     END-IF.
005580     IF WS-QTD-CADASTRO NOT < WS-CAD-MAXIMO
005590         IF NOT WS-TAB-CHEIA
005600             DISPLAY "RATEIO - CADASTRO DE FILIAIS CHEIO - "
005610                 "FILIAL " FIL-CODIGO
005620                 " E SEGUINTES COM NOME DO STSFILE"
005630             MOVE "Y" TO WS-TAB-CHEIA-SW
005640         END-IF
005650         GO TO 1410-EXIT
005660     END-IF.
005670     ADD 1 TO WS-QTD-CADASTRO.
005680     MOVE FIL-CODIGO TO WS-CAD-CODIGO (WS-QTD-CADASTRO).
005690     MOVE FIL-NOME TO WS-CAD-NOME (WS-QTD-CADASTRO).
005700 1410-EXIT.
005710     EXIT.
005720******************************************************************
005730*    1500-VARRER-HISTORIA - TABLE THE RUNS OF THE MONTH REVERSED *
005740*                           BY ESTORNO AND TOTAL THE MONTH'S     *
005750*                           OTHER EXECUTIONS BY BUSINESS DATE, AS*
005760*                           FECHMES DOES.  THOSE TOTALS ARE THE  *
005770*                           TIE-OUT OF A MONTH NOT YET CLOSED.   *
005780*                           NO HSTFILE MEANS NO EXECUTIONS       *
005790******************************************************************
005800 1500-VARRER-HISTORIA.
005810     OPEN INPUT HISTORIA-FILE.
005820     IF WS-FS-HST-INEXISTENTE
005830         GO TO 1500-REFERENCIA
005840     END-IF.
005850     IF NOT WS-FS-HST-OK
005860         DISPLAY "RATEIO - ERRO AO ABRIR HSTFILE - STATUS "
005870             WS-FS-HST
005875         MOVE "Y" TO WS-ERRO-SW
005880         PERFORM 8000-FINALIZE THRU 8000-EXIT
005890         GO TO 9999-ABEND
005900     END-IF.
005910     MOVE "N" TO WS-HST-EOF-SWITCH.
005920     PERFORM 1510-LER-HISTORIA THRU 1510-EXIT
005930         UNTIL WS-HST-EOF.
005940     CLOSE HISTORIA-FILE.
005950 1500-REFERENCIA.
005960     IF NOT WS-MES-FECHADO
005970         MOVE WS-HST-CLASSIF TO WS-REF-CLASSIF
005980         MOVE WS-HST-REJ TO WS-REF-REJ
005990         MOVE WS-HST-QUA TO WS-REF-QUA
006000         GO TO 1500-EXIT
006010     END-IF.
006020     IF WS-HST-CLASSIF NOT = WS-REF-CLASSIF
006030        OR WS-HST-REJ NOT = WS-REF-REJ
006040        OR WS-HST-QUA NOT = WS-REF-QUA
006050         MOVE "Y" TO WS-HST-DIFERE-SW
006060     END-IF.
006070 1500-EXIT.
006080     EXIT.
006090******************************************************************
006100*    1510-LER-HISTORIA - ONE HSTFILE RECORD.  THE BUSINESS DATE  *
006110*                        FALLS BACK TO THE START DATE ON RECORDS *
006120*                        WRITTEN BEFORE RUNCTL                   *
006130******************************************************************
006140 1510-LER-HISTORIA.
006150     READ HISTORIA-FILE
006160         AT END
006170             MOVE "Y" TO WS-HST-EOF-SWITCH
006180             GO TO 1510-EXIT
006190     END-READ.
006200     IF NOT HST-EXECUCAO
006210         GO TO 1510-EXIT
006220     END-IF.
006230     IF HST-DATA-NEGOCIO NUMERIC AND HST-DATA-NEGOCIO NOT = ZERO
006240         MOVE HST-DATA-NEGOCIO TO WS-DATA-EXECUCAO
006250     ELSE
006260         MOVE HST-DATA-INICIO TO WS-DATA-EXECUCAO
006270     END-IF.
006280     IF WS-EXEC-ANO-MES NOT = WS-ANO-MES
006290         GO TO 1510-EXIT
006300     END-IF.
006310     IF HST-ESTORNADA
006320         PERFORM 1520-GUARDAR-ESTORNO THRU 1520-EXIT
006330         GO TO 1510-EXIT
006340     END-IF.
006350     ADD 1 TO WS-HST-EXECUCOES.
006360     ADD HST-QTD-PAR TO WS-HST-CLASSIF.
006370     ADD HST-QTD-IMPAR TO WS-HST-CLASSIF.
006380     ADD HST-QTD-REJEITADOS TO WS-HST-REJ.
006390     IF HST-QTD-QUARENTENA NUMERIC
006400         ADD HST-QTD-QUARENTENA TO WS-HST-QUA
006410     END-IF.
006420 1510-EXIT.
006430     EXIT.
006440******************************************************************
006450*    1520-GUARDAR-ESTORNO - ONE REVERSED RUN OF THE MONTH.  A    *
006460*                           FULL TABLE WOULD CHARGE A REVERSED   *
006470*                           RUN, SO IT STOPS THE LEDGER          *
006480******************************************************************
006490 1520-GUARDAR-ESTORNO.
006500     IF WS-QTD-ESTORNOS NOT < WS-ETN-MAXIMO
006510         DISPLAY "RATEIO - TABELA DE ESTORNOS CHEIA - JOB "
006520             HST-JOB-ID " NAO EXCLUIDO"
006530         MOVE "Y" TO WS-ERRO-SW
006540         GO TO 1520-EXIT
006550     END-IF.
006560     ADD 1 TO WS-QTD-ESTORNOS.
006570     MOVE HST-JOB-ID TO WS-ETN-JOB (WS-QTD-ESTORNOS).
006580     MOVE WS-DATA-EXECUCAO TO WS-ETN-DATA (WS-QTD-ESTORNOS).
006590 1520-EXIT.
006600     EXIT.
006610******************************************************************
006620*    2000-ACUMULAR-FILIAIS - SUM THE MONTH'S STSFILE RECORDS BY  *
006630*                            BRANCH.  A MISSING STSFILE IS NOT AN*
006640*                            ERROR - NO LIVE RUN HAS WRITTEN ONE *
006650******************************************************************
006660 2000-ACUMULAR-FILIAIS.
006670     MOVE "N" TO WS-STS-EOF-SWITCH.
006680     OPEN INPUT ESTATISTICA-FILE.
006690     IF WS-FS-STS-INEXISTENTE
006700         GO TO 2000-EXIT
006710     END-IF.
006720     IF NOT WS-FS-STS-OK
006730         DISPLAY "RATEIO - ERRO AO ABRIR STSFILE - STATUS "
006740             WS-FS-STS
006745         MOVE "Y" TO WS-ERRO-SW
006750         PERFORM 8000-FINALIZE THRU 8000-EXIT
006760         GO TO 9999-ABEND
006770     END-IF.
006780     PERFORM 2010-LER-ESTATISTICA THRU 2010-EXIT
006790         UNTIL WS-STS-EOF.
006800     CLOSE ESTATISTICA-FILE.
006810 2000-EXIT.
006820     EXIT.
006830******************************************************************
006840*    2010-LER-ESTATISTICA - ONE STSFILE RECORD.  RECORDS WRITTEN *
006850*                           BEFORE THE RECYCLED COUNT EXISTED    *
006860*                           CARRY SPACES THERE AND COUNT AS NONE *
006870******************************************************************
006880 2010-LER-ESTATISTICA.
006890     READ ESTATISTICA-FILE
006900         AT END
006910             MOVE "Y" TO WS-STS-EOF-SWITCH
006920             GO TO 2010-EXIT
006930     END-READ.
006940     IF STS-DATA-NEGOCIO NOT NUMERIC
006950        OR STS-FILIAL = SPACES
006960         GO TO 2010-EXIT
006970     END-IF.
006980     MOVE STS-DATA-NEGOCIO TO WS-DATA-EXECUCAO.
006990     IF WS-EXEC-ANO-MES NOT = WS-ANO-MES
007000         GO TO 2010-EXIT
007010     END-IF.
007020     PERFORM 2100-VERIFICAR-ESTORNO THRU 2100-EXIT.
007030     IF WS-ESTORNADO
007040         GO TO 2010-EXIT
007050     END-IF.
007060     PERFORM 2200-LOCALIZAR-FILIAL THRU 2200-EXIT.
007070     IF WS-FIL-POS = ZERO
007080         GO TO 2010-EXIT
007090     END-IF.
007100     ADD 1 TO WS-QTD-EXECUCOES.
007110     ADD 1 TO WS-FIL-EXECUCOES (WS-FIL-POS).
007120     ADD STS-QTD-PAR TO WS-FIL-CLASSIF (WS-FIL-POS).
007130     ADD STS-QTD-IMPAR TO WS-FIL-CLASSIF (WS-FIL-POS).
007140     ADD STS-QTD-REJEITADOS TO WS-FIL-REJ (WS-FIL-POS).
007150     ADD STS-QTD-QUARENTENA TO WS-FIL-QUA (WS-FIL-POS).
007160     IF STS-QTD-RECICLADOS NUMERIC
007170         ADD STS-QTD-RECICLADOS TO WS-FIL-RCL (WS-FIL-POS)
007180     END-IF.
007190     IF STS-QTD-REINICIO NUMERIC
007200         ADD STS-QTD-REINICIO TO WS-FIL-RNC (WS-FIL-POS)
007210     END-IF.
007220     IF WS-FIL-NOME (WS-FIL-POS) = SPACES
007230         MOVE STS-NOME TO WS-FIL-NOME (WS-FIL-POS)
007240     END-IF.
007250 2010-EXIT.
007260     EXIT.
007270******************************************************************
007280*    2100-VERIFICAR-ESTORNO - IS THE CURRENT STSFILE RECORD FROM *
007290*                             A REVERSED JOB                     *
007300******************************************************************
007310 2100-VERIFICAR-ESTORNO.
007320     MOVE "N" TO WS-ESTORNADO-SW.
007330     PERFORM 2110-PROCURAR-ESTORNO THRU 2110-EXIT
007340         VARYING WS-ETN-IDX FROM 1 BY 1
007350         UNTIL WS-ETN-IDX > WS-QTD-ESTORNOS
007360            OR WS-ESTORNADO.
007370 2100-EXIT.
007380     EXIT.
007390******************************************************************
007400*    2110-PROCURAR-ESTORNO - ONE REVERSED-JOB TABLE PROBE        *
007410******************************************************************
007420 2110-PROCURAR-ESTORNO.
007430     IF WS-ETN-JOB (WS-ETN-IDX) = STS-JOB-ID
007440        AND WS-ETN-DATA (WS-ETN-IDX) = STS-DATA-NEGOCIO
007450         MOVE "Y" TO WS-ESTORNADO-SW
007460     END-IF.
007470 2110-EXIT.
007480     EXIT.
007490******************************************************************
007500*    2200-LOCALIZAR-FILIAL - FIND THE BRANCH'S ENTRY, OR OPEN ONE*
007510*                            IN BRANCH-CODE ORDER SO THE         *
007520*                            STATEMENTS AND THE LEDGER COME OUT  *
007530*                            SORTED.  A FULL TABLE LEAVES        *
007540*                            WS-FIL-POS ZERO AND STOPS THE       *
007550*                            LEDGER - A BRANCH LEFT OUT WOULD GO *
007560*                            UNCHARGED                           *
007570******************************************************************
007580 2200-LOCALIZAR-FILIAL.
007590     MOVE "N" TO WS-ACHADO-SW.
007600     MOVE ZERO TO WS-FIL-POS.
007610     PERFORM 2210-PROCURAR-FILIAL THRU 2210-EXIT
007620         VARYING WS-FIL-IDX FROM 1 BY 1
007630         UNTIL WS-FIL-IDX > WS-QTD-FILIAIS
007640            OR WS-ACHADO.
007650     IF WS-ACHADO
007660         GO TO 2200-EXIT
007670     END-IF.
007680     IF WS-QTD-FILIAIS NOT < WS-FIL-MAXIMO
007690         DISPLAY "RATEIO - TABELA DE FILIAIS CHEIA - FILIAL "
007700             STS-FILIAL " NAO COBRADA"
007710         MOVE "Y" TO WS-ERRO-SW
007720         GO TO 2200-EXIT
007730     END-IF.
007740     MOVE 1 TO WS-FIL-POS.
007750     PERFORM 2220-CONTAR-MENORES THRU 2220-EXIT
007760         VARYING WS-FIL-IDX FROM 1 BY 1
007770         UNTIL WS-FIL-IDX > WS-QTD-FILIAIS.
007780     PERFORM 2230-DESLOCAR-FILIAL THRU 2230-EXIT
007790         VARYING WS-FIL-IDX FROM WS-QTD-FILIAIS BY -1
007800         UNTIL WS-FIL-IDX < WS-FIL-POS.
007810     ADD 1 TO WS-QTD-FILIAIS.
007820     MOVE STS-FILIAL TO WS-FIL-CODIGO (WS-FIL-POS).
007830     MOVE SPACES TO WS-FIL-NOME (WS-FIL-POS).
007840     MOVE "N" TO WS-FIL-CADASTRADA (WS-FIL-POS).
007850     MOVE ZERO TO WS-FIL-EXECUCOES (WS-FIL-POS).
007860     MOVE ZERO TO WS-FIL-CLASSIF (WS-FIL-POS).
007870     MOVE ZERO TO WS-FIL-REJ (WS-FIL-POS).
007880     MOVE ZERO TO WS-FIL-QUA (WS-FIL-POS).
007890     MOVE ZERO TO WS-FIL-RCL (WS-FIL-POS).
007900     MOVE ZERO TO WS-FIL-RNC (WS-FIL-POS).
007910     MOVE ZERO TO WS-FIL-TAR-POS (WS-FIL-POS).
007920     MOVE ZERO TO WS-FIL-VLR-CLASSIF (WS-FIL-POS).
007930     MOVE ZERO TO WS-FIL-VLR-REJ (WS-FIL-POS).
007940     MOVE ZERO TO WS-FIL-VLR-QUA (WS-FIL-POS).
007950     MOVE ZERO TO WS-FIL-VLR-RCL (WS-FIL-POS).
007960     MOVE ZERO TO WS-FIL-VLR-RNC (WS-FIL-POS).
007970     MOVE ZERO TO WS-FIL-VLR-MINIMO (WS-FIL-POS).
007980     MOVE ZERO TO WS-FIL-VLR-TOTAL (WS-FIL-POS).
007990     PERFORM 2240-PROCURAR-CADASTRO THRU 2240-EXIT
008000         VARYING WS-CAD-IDX FROM 1 BY 1
008010         UNTIL WS-CAD-IDX > WS-QTD-CADASTRO
008020            OR WS-FIL-CADASTRADA (WS-FIL-POS) = "S".
008030 2200-EXIT.
008040     EXIT.
008050******************************************************************
008060*    2210-PROCURAR-FILIAL - ONE BRANCH TABLE PROBE               *
008070******************************************************************
008080 2210-PROCURAR-FILIAL.
008090     IF WS-FIL-CODIGO (WS-FIL-IDX) = STS-FILIAL
008100         MOVE "Y" TO WS-ACHADO-SW
008110         MOVE WS-FIL-IDX TO WS-FIL-POS
008120     END-IF.
008130 2210-EXIT.
008140     EXIT.
008150******************************************************************
008160*    2220-CONTAR-MENORES - THE NEW BRANCH GOES AFTER EVERY LOWER *
008170*                          CODE ALREADY IN THE TABLE             *
008180******************************************************************
008190 2220-CONTAR-MENORES.
008200     IF WS-FIL-CODIGO (WS-FIL-IDX) < STS-FILIAL
008210         ADD 1 TO WS-FIL-POS
008220     END-IF.
008230 2220-EXIT.
008240     EXIT.
008250******************************************************************
008260*    2230-DESLOCAR-FILIAL - MOVE ONE HIGHER CODE DOWN A SLOT     *
008270******************************************************************
008280 2230-DESLOCAR-FILIAL.
008290     MOVE WS-FIL-ENTRADA (WS-FIL-IDX)
008300         TO WS-FIL-ENTRADA (WS-FIL-IDX + 1).
008310 2230-EXIT.
008320     EXIT.
008330******************************************************************
008340*    2240-PROCURAR-CADASTRO - ONE BRANCH REGISTRY PROBE FOR THE  *
008350*                             STATEMENT NAME                     *
008360******************************************************************
008370 2240-PROCURAR-CADASTRO.
008380     IF WS-CAD-CODIGO (WS-CAD-IDX) = STS-FILIAL
008390         MOVE WS-CAD-NOME (WS-CAD-IDX) TO WS-FIL-NOME (WS-FIL-POS)
008400         MOVE "S" TO WS-FIL-CADASTRADA (WS-FIL-POS)
008410     END-IF.
008420 2240-EXIT.
008430     EXIT.
008440******************************************************************
008450*    3000-TARIFAR-FILIAL - PRICE ONE BRANCH: EACH QUANTITY AT ITS*
008460*                          UNIT PRICE, ROUNDED TO THE CENT, THE  *
008470*                          RESTART VOLUME AT THE CLASSIFIED      *
008480*                          PRICE, AND THE SHORTFALL TO THE       *
008490*                          MONTHLY MINIMUM ON TOP.  A BRANCH WITH*
008500*                          NO RATE IN FORCE IS LISTED UNPRICED   *
008510*                          AND STOPS THE LEDGER                  *
008520******************************************************************
008530 3000-TARIFAR-FILIAL.
008540     ADD WS-FIL-CLASSIF (WS-FIL-IDX) TO WS-COB-CLASSIF.
008550     ADD WS-FIL-REJ (WS-FIL-IDX) TO WS-COB-REJ.
008560     ADD WS-FIL-QUA (WS-FIL-IDX) TO WS-COB-QUA.
008570     ADD WS-FIL-RCL (WS-FIL-IDX) TO WS-COB-RCL.
008580     ADD WS-FIL-RNC (WS-FIL-IDX) TO WS-COB-RNC.
008590     PERFORM 3100-PROCURAR-TARIFA THRU 3100-EXIT.
008600     IF WS-FIL-TAR-POS (WS-FIL-IDX) = ZERO
008610         ADD 1 TO WS-QTD-SEM-TARIFA
008620         MOVE "Y" TO WS-ERRO-SW
008630         DISPLAY "RATEIO - FILIAL " WS-FIL-CODIGO (WS-FIL-IDX)
008640             " SEM TARIFA EM VIGOR NO MES " WS-ANO-MES
008650         GO TO 3000-EXIT
008660     END-IF.
008670     MOVE WS-FIL-TAR-POS (WS-FIL-IDX) TO WS-TAR-IDX.
008680     MOVE "N" TO WS-ESTOURO-SW.
008690     COMPUTE WS-FIL-VLR-CLASSIF (WS-FIL-IDX) ROUNDED =
008700         WS-FIL-CLASSIF (WS-FIL-IDX)
008710             * WS-TAR-PRECO-CLASSIF (WS-TAR-IDX)
008720         ON SIZE ERROR
008730             MOVE "Y" TO WS-ESTOURO-SW
008740     END-COMPUTE.
008750     COMPUTE WS-FIL-VLR-REJ (WS-FIL-IDX) ROUNDED =
008760         WS-FIL-REJ (WS-FIL-IDX)
008770             * WS-TAR-PRECO-REJEITO (WS-TAR-IDX)
008780         ON SIZE ERROR
008790             MOVE "Y" TO WS-ESTOURO-SW
008800     END-COMPUTE.
008810     COMPUTE WS-FIL-VLR-QUA (WS-FIL-IDX) ROUNDED =
008820         WS-FIL-QUA (WS-FIL-IDX)
008830             * WS-TAR-PRECO-QUARENTENA (WS-TAR-IDX)
008840         ON SIZE ERROR
008850             MOVE "Y" TO WS-ESTOURO-SW
008860     END-COMPUTE.
008870     COMPUTE WS-FIL-VLR-RCL (WS-FIL-IDX) ROUNDED =
008880         WS-FIL-RCL (WS-FIL-IDX)
008890             * WS-TAR-PRECO-RECICLADO (WS-TAR-IDX)
008900         ON SIZE ERROR
008910             MOVE "Y" TO WS-ESTOURO-SW
008920     END-COMPUTE.
008930     COMPUTE WS-FIL-VLR-RNC (WS-FIL-IDX) ROUNDED =
008940         WS-FIL-RNC (WS-FIL-IDX)
008950             * WS-TAR-PRECO-CLASSIF (WS-TAR-IDX)
008960         ON SIZE ERROR
008970             MOVE "Y" TO WS-ESTOURO-SW
008980     END-COMPUTE.
008990     COMPUTE WS-SUBTOTAL =
009000         WS-FIL-VLR-CLASSIF (WS-FIL-IDX)
009010             + WS-FIL-VLR-REJ (WS-FIL-IDX)
009020             + WS-FIL-VLR-QUA (WS-FIL-IDX)
009030             + WS-FIL-VLR-RCL (WS-FIL-IDX)
009040             + WS-FIL-VLR-RNC (WS-FIL-IDX).
009050     MOVE ZERO TO WS-FIL-VLR-MINIMO (WS-FIL-IDX).
009060     IF WS-SUBTOTAL < WS-TAR-MINIMO (WS-TAR-IDX)
009070         COMPUTE WS-FIL-VLR-MINIMO (WS-FIL-IDX) =
009080             WS-TAR-MINIMO (WS-TAR-IDX) - WS-SUBTOTAL
009090     END-IF.
009100     COMPUTE WS-FIL-VLR-TOTAL (WS-FIL-IDX) =
009110         WS-SUBTOTAL + WS-FIL-VLR-MINIMO (WS-FIL-IDX)
009120         ON SIZE ERROR
009130             MOVE "Y" TO WS-ESTOURO-SW
009140     END-COMPUTE.
009150     IF WS-ESTOURO
009160         DISPLAY "RATEIO - FILIAL " WS-FIL-CODIGO (WS-FIL-IDX)
009170             " - VALOR ACIMA DA CAPACIDADE DO RATFILE"
009180         MOVE "Y" TO WS-ERRO-SW
009190     END-IF.
009200     ADD WS-SUBTOTAL TO WS-COB-ATIVIDADE.
009210     ADD WS-FIL-VLR-MINIMO (WS-FIL-IDX) TO WS-COB-MINIMO.
009220     ADD WS-FIL-VLR-TOTAL (WS-FIL-IDX) TO WS-COB-TOTAL.
009230 3000-EXIT.
009240     EXIT.
009250******************************************************************
009260*    3100-PROCURAR-TARIFA - THE RATE LINE IN FORCE FOR THE MONTH:*
009270*                           THE LATEST LINE OF THE BRANCH'S OWN, *
009280*                           ELSE THE LATEST GENERAL LINE, NOT    *
009290*                           LATER THAN THE MONTH.  OF TWO LINES  *
009300*                           FOR THE SAME MONTH THE LATER ONE IN  *
009310*                           TARFILE STANDS                       *
009320******************************************************************
009330 3100-PROCURAR-TARIFA.
009340     MOVE ZERO TO WS-TAR-GERAL.
009350     MOVE ZERO TO WS-TAR-PROPRIA.
009360     PERFORM 3110-COMPARAR-TARIFA THRU 3110-EXIT
009370         VARYING WS-TAR-IDX FROM 1 BY 1
009380         UNTIL WS-TAR-IDX > WS-QTD-TARIFAS.
009390     IF WS-TAR-PROPRIA NOT = ZERO
009400         MOVE WS-TAR-PROPRIA TO WS-FIL-TAR-POS (WS-FIL-IDX)
009410     ELSE
009420         MOVE WS-TAR-GERAL TO WS-FIL-TAR-POS (WS-FIL-IDX)
009430     END-IF.
009440 3100-EXIT.
009450     EXIT.
009460******************************************************************
009470*    3110-COMPARAR-TARIFA - ONE RATE TABLE PROBE                 *
009480******************************************************************
009490 3110-COMPARAR-TARIFA.
009500     IF WS-TAR-VIGENCIA (WS-TAR-IDX) > WS-ANO-MES
009510         GO TO 3110-EXIT
009520     END-IF.
009530     IF WS-TAR-FILIAL (WS-TAR-IDX) = WS-FIL-CODIGO (WS-FIL-IDX)
009540         IF WS-TAR-PROPRIA = ZERO
009550             MOVE WS-TAR-IDX TO WS-TAR-PROPRIA
009560         ELSE
009570             IF WS-TAR-VIGENCIA (WS-TAR-IDX)
009580                NOT < WS-TAR-VIGENCIA (WS-TAR-PROPRIA)
009590                 MOVE WS-TAR-IDX TO WS-TAR-PROPRIA
009600             END-IF
009610         END-IF
009620         GO TO 3110-EXIT
009630     END-IF.
009640     IF WS-TAR-FILIAL (WS-TAR-IDX) NOT = SPACES
009650         GO TO 3110-EXIT
009660     END-IF.
009670     IF WS-TAR-GERAL = ZERO
009680         MOVE WS-TAR-IDX TO WS-TAR-GERAL
009690     ELSE
009700         IF WS-TAR-VIGENCIA (WS-TAR-IDX)
009710            NOT < WS-TAR-VIGENCIA (WS-TAR-GERAL)
009720             MOVE WS-TAR-IDX TO WS-TAR-GERAL
009730         END-IF
009740     END-IF.
009750 3110-EXIT.
009760     EXIT.
009770******************************************************************
009780*    4000-WRITE-EXTRATO - ONE BRANCH'S STATEMENT ON A PAGE OF ITS*
009790*                         OWN                                    *
009800******************************************************************
009810 4000-WRITE-EXTRATO.
009820     MOVE "EXTRATO DE RESSARCIMENTO" TO WS-TITULO.
009830     PERFORM 4900-WRITE-CABECALHO THRU 4900-EXIT.
009840     MOVE WS-FIL-EXECUCOES (WS-FIL-IDX) TO WS-QTD-ED.
009850     MOVE SPACES TO RPT-RECORD.
009860     STRING "FILIAL " DELIMITED BY SIZE
009870         WS-FIL-CODIGO (WS-FIL-IDX) DELIMITED BY SIZE
009880         "  " DELIMITED BY SIZE
009890         WS-FIL-NOME (WS-FIL-IDX) DELIMITED BY SIZE
009900         "  EXECUCOES NO MES " DELIMITED BY SIZE
009910         WS-QTD-ED DELIMITED BY SIZE
009920         INTO RPT-LINE.
009930     WRITE RPT-RECORD.
009940     IF WS-FIL-CADASTRADA (WS-FIL-IDX) NOT = "S"
009950         MOVE SPACES TO RPT-RECORD
009960         MOVE "FILIAL NAO CADASTRADA NO FILFILE - NOME DO STSFILE"
009970             TO RPT-LINE
009980         WRITE RPT-RECORD
009990     END-IF.
010000     MOVE WS-FIL-TAR-POS (WS-FIL-IDX) TO WS-TAR-IDX.
010010     MOVE SPACES TO RPT-RECORD.
010020     IF WS-TAR-IDX = ZERO
010030         STRING "SEM TARIFA EM VIGOR NO MES - " DELIMITED BY SIZE
010040             "EXTRATO NAO VALORIZADO" DELIMITED BY SIZE
010050             INTO RPT-LINE
010060     ELSE
010070         IF WS-TAR-FILIAL (WS-TAR-IDX) = SPACES
010080             STRING "TABELA DE PRECOS GERAL VIGENTE DESDE "
010090                     DELIMITED BY SIZE
010100                 WS-TAR-VIGENCIA (WS-TAR-IDX) DELIMITED BY SIZE
010110                 INTO RPT-LINE
010120         ELSE
010130             STRING "TABELA DE PRECOS PROPRIA DA FILIAL VIGENTE "
010140                     DELIMITED BY SIZE
010150                 "DESDE " DELIMITED BY SIZE
010160                 WS-TAR-VIGENCIA (WS-TAR-IDX) DELIMITED BY SIZE
010170                 INTO RPT-LINE
010180         END-IF
010190     END-IF.
010200     WRITE RPT-RECORD.
010210     MOVE SPACES TO RPT-RECORD.
010220     WRITE RPT-RECORD.
010230     MOVE SPACES TO RPT-RECORD.
010240     MOVE WS-EXT-CABECALHO TO RPT-LINE.
010250     WRITE RPT-RECORD.
010260     MOVE "REGISTROS CLASSIFICADOS" TO WS-EXT-ITEM.
010270     MOVE WS-FIL-CLASSIF (WS-FIL-IDX) TO WS-ITEM-QTD.
010280     MOVE WS-FIL-VLR-CLASSIF (WS-FIL-IDX) TO WS-ITEM-VALOR.
010290     IF WS-TAR-IDX NOT = ZERO
010300         MOVE WS-TAR-PRECO-CLASSIF (WS-TAR-IDX) TO WS-ITEM-PRECO
010310     END-IF.
010320     PERFORM 4100-WRITE-ITEM THRU 4100-EXIT.
010330     MOVE "REGISTROS REJEITADOS" TO WS-EXT-ITEM.
010340     MOVE WS-FIL-REJ (WS-FIL-IDX) TO WS-ITEM-QTD.
010350     MOVE WS-FIL-VLR-REJ (WS-FIL-IDX) TO WS-ITEM-VALOR.
010360     IF WS-TAR-IDX NOT = ZERO
010370         MOVE WS-TAR-PRECO-REJEITO (WS-TAR-IDX) TO WS-ITEM-PRECO
010380     END-IF.
010390     PERFORM 4100-WRITE-ITEM THRU 4100-EXIT.
010400     MOVE "DUPLICADOS EM QUARENTENA" TO WS-EXT-ITEM.
010410     MOVE WS-FIL-QUA (WS-FIL-IDX) TO WS-ITEM-QTD.
010420     MOVE WS-FIL-VLR-QUA (WS-FIL-IDX) TO WS-ITEM-VALOR.
010430     IF WS-TAR-IDX NOT = ZERO
010440         MOVE WS-TAR-PRECO-QUARENTENA (WS-TAR-IDX)
010450             TO WS-ITEM-PRECO
010460     END-IF.
010470     PERFORM 4100-WRITE-ITEM THRU 4100-EXIT.
010480     MOVE "REGISTROS RECICLADOS" TO WS-EXT-ITEM.
010490     MOVE WS-FIL-RCL (WS-FIL-IDX) TO WS-ITEM-QTD.
010500     MOVE WS-FIL-VLR-RCL (WS-FIL-IDX) TO WS-ITEM-VALOR.
010510     IF WS-TAR-IDX NOT = ZERO
010520         MOVE WS-TAR-PRECO-RECICLADO (WS-TAR-IDX) TO WS-ITEM-PRECO
010530     END-IF.
010540     PERFORM 4100-WRITE-ITEM THRU 4100-EXIT.
010550     MOVE "REGISTROS DE REINICIO" TO WS-EXT-ITEM.
010560     MOVE WS-FIL-RNC (WS-FIL-IDX) TO WS-ITEM-QTD.
010570     MOVE WS-FIL-VLR-RNC (WS-FIL-IDX) TO WS-ITEM-VALOR.
010580     IF WS-TAR-IDX NOT = ZERO
010590         MOVE WS-TAR-PRECO-CLASSIF (WS-TAR-IDX) TO WS-ITEM-PRECO
010600     END-IF.
010610     PERFORM 4100-WRITE-ITEM THRU 4100-EXIT.
010620     IF WS-TAR-IDX = ZERO
010630         GO TO 4000-EXIT
010640     END-IF.
010650     COMPUTE WS-ITEM-VALOR =
010660         WS-FIL-VLR-TOTAL (WS-FIL-IDX)
010670             - WS-FIL-VLR-MINIMO (WS-FIL-IDX).
010680     MOVE "SUBTOTAL DA ATIVIDADE" TO WS-EXT-ITEM.
010690     PERFORM 4200-WRITE-VALOR THRU 4200-EXIT.
010700     MOVE WS-TAR-MINIMO (WS-TAR-IDX) TO WS-ITEM-VALOR.
010710     MOVE "MINIMO MENSAL DA TABELA" TO WS-EXT-ITEM.
010720     PERFORM 4200-WRITE-VALOR THRU 4200-EXIT.
010730     MOVE WS-FIL-VLR-MINIMO (WS-FIL-IDX) TO WS-ITEM-VALOR.
010740     MOVE "COMPLEMENTO AO MINIMO" TO WS-EXT-ITEM.
010750     PERFORM 4200-WRITE-VALOR THRU 4200-EXIT.
010760     MOVE WS-FIL-VLR-TOTAL (WS-FIL-IDX) TO WS-ITEM-VALOR.
010770     MOVE "TOTAL A RESSARCIR" TO WS-EXT-ITEM.
010780     PERFORM 4200-WRITE-VALOR THRU 4200-EXIT.
010790 4000-EXIT.
010800     EXIT.
010810******************************************************************
010820*    4100-WRITE-ITEM - ONE PRICED QUANTITY OF THE STATEMENT.  AN *
010830*                      UNPRICED BRANCH SHOWS THE QUANTITY ONLY   *
010840******************************************************************
010850 4100-WRITE-ITEM.
010860     MOVE WS-ITEM-QTD TO WS-EXT-QTD.
010870     IF WS-TAR-IDX = ZERO
010880         MOVE SPACES TO WS-EXT-PRECO-X
010890         MOVE SPACES TO WS-EXT-VALOR-X
010900     ELSE
010910         MOVE WS-ITEM-PRECO TO WS-EXT-PRECO
010920         MOVE WS-ITEM-VALOR TO WS-EXT-VALOR
010930     END-IF.
010940     MOVE SPACES TO RPT-RECORD.
010950     MOVE WS-EXT-LINHA TO RPT-LINE.
010960     WRITE RPT-RECORD.
010970 4100-EXIT.
010980     EXIT.
010990******************************************************************
011000*    4200-WRITE-VALOR - ONE AMOUNT-ONLY LINE OF THE STATEMENT    *
011010******************************************************************
011020 4200-WRITE-VALOR.
011030     MOVE SPACES TO WS-EXT-QTD-X.
011040     MOVE SPACES TO WS-EXT-PRECO-X.
011050     MOVE WS-ITEM-VALOR TO WS-EXT-VALOR.
011060     MOVE SPACES TO RPT-RECORD.
011070     MOVE WS-EXT-LINHA TO RPT-LINE.
011080     WRITE RPT-RECORD.
011090 4200-EXIT.
011100     EXIT.
011110******************************************************************
011120*    4900-WRITE-CABECALHO - START A NEW PAGE: TITLE, MONTH, RUN  *
011130*                           DATE/TIME, JOB ID AND PAGE NUMBER,   *
011140*                           THEN WHETHER THE MONTH IS CLOSED     *
011150******************************************************************
011160 4900-WRITE-CABECALHO.
011170     ADD 1 TO WS-PAGINA.
011180     MOVE WS-PAGINA TO WS-PAGINA-ED.
011190     IF WS-PAGINA > 1
011200         MOVE SPACES TO RPT-RECORD
011210         WRITE RPT-RECORD
011220     END-IF.
011230     MOVE SPACES TO RPT-RECORD.
011240     STRING "RATEIO - " DELIMITED BY SIZE
011250         WS-TITULO DELIMITED BY "  "
011260         " - MES " DELIMITED BY SIZE
011270         WS-ANO-MES DELIMITED BY SIZE
011280         " - EMITIDO EM " DELIMITED BY SIZE
011290         WS-DATA-SISTEMA DELIMITED BY SIZE
011300         " " DELIMITED BY SIZE
011310         WS-HORA-SISTEMA DELIMITED BY SIZE
011320         " - JOB " DELIMITED BY SIZE
011330         WS-JOB-ID DELIMITED BY SIZE
011340         " - PAGINA " DELIMITED BY SIZE
011350         WS-PAGINA-ED DELIMITED BY SIZE
011360         INTO RPT-LINE.
011370     WRITE RPT-RECORD.
011380     MOVE SPACES TO RPT-RECORD.
011390     IF WS-MES-FECHADO
011400         STRING "SITUACAO: MES FECHADO EM " DELIMITED BY SIZE
011410             WS-DATA-FECHAMENTO DELIMITED BY SIZE
011420             INTO RPT-LINE
011430     ELSE
011440         MOVE "SITUACAO: PRELIMINAR - MES NAO FECHADO NO MESFILE"
011450             TO RPT-LINE
011460     END-IF.
011470     WRITE RPT-RECORD.
011480     MOVE SPACES TO RPT-RECORD.
011490     WRITE RPT-RECORD.
011500 4900-EXIT.
011510     EXIT.
011520******************************************************************
011530*    5000-WRITE-RESUMO - ONE LINE PER BRANCH AND THE MONTH'S     *
011540*                        TOTAL                                   *
011550******************************************************************
011560 5000-WRITE-RESUMO.
011570     MOVE "RESUMO POR FILIAL" TO WS-TITULO.
011580     PERFORM 4900-WRITE-CABECALHO THRU 4900-EXIT.
011590     MOVE SPACES TO RPT-RECORD.
011600     MOVE WS-RES-CABECALHO TO RPT-LINE.
011610     WRITE RPT-RECORD.
011620     PERFORM 5100-WRITE-RESUMO-FILIAL THRU 5100-EXIT
011630         VARYING WS-FIL-IDX FROM 1 BY 1
011640         UNTIL WS-FIL-IDX > WS-QTD-FILIAIS.
011650     IF WS-QTD-FILIAIS = 0
011660         MOVE SPACES TO RPT-RECORD
011670         MOVE " NENHUMA FILIAL COM ATIVIDADE NO MES" TO RPT-LINE
011680         WRITE RPT-RECORD
011690     END-IF.
011700     MOVE SPACES TO RPT-RECORD.
011710     WRITE RPT-RECORD.
011720     MOVE SPACES TO WS-RES-FILIAL.
011730     MOVE "TOTAL DO MES" TO WS-RES-NOME.
011740     MOVE WS-COB-CLASSIF TO WS-RES-CLASSIF.
011750     MOVE WS-COB-REJ TO WS-RES-REJ.
011760     MOVE WS-COB-QUA TO WS-RES-QUA.
011770     MOVE WS-COB-RCL TO WS-RES-RCL.
011780     MOVE WS-COB-ATIVIDADE TO WS-RES-ATIVIDADE.
011790     MOVE WS-COB-MINIMO TO WS-RES-MINIMO.
011800     MOVE WS-COB-TOTAL TO WS-RES-TOTAL.
011810     MOVE SPACES TO RPT-RECORD.
011820     MOVE WS-RES-LINHA TO RPT-LINE.
011830     WRITE RPT-RECORD.
011840     IF WS-COB-RNC > 0
011850         MOVE WS-COB-RNC TO WS-QTD-ED
011860         MOVE SPACES TO RPT-RECORD
011870         STRING " REGISTROS DE REINICIO, COBRADOS NA ATIVIDADE "
011880                 DELIMITED BY SIZE
011890             "AO PRECO DE CLASSIFICACAO: " DELIMITED BY SIZE
011900             WS-QTD-ED DELIMITED BY SIZE
011910             INTO RPT-LINE
011920         WRITE RPT-RECORD
011930     END-IF.
011940     IF WS-QTD-SEM-TARIFA > 0
011950         MOVE WS-QTD-SEM-TARIFA TO WS-QTD-ED
011960         MOVE SPACES TO RPT-RECORD
011970         STRING " FILIAIS SEM TARIFA EM VIGOR, FORA DOS VALORES: "
011980                 DELIMITED BY SIZE
011990             WS-QTD-ED DELIMITED BY SIZE
012000             INTO RPT-LINE
012010         WRITE RPT-RECORD
012020     END-IF.
012030 5000-EXIT.
012040     EXIT.
012050******************************************************************
012060*    5100-WRITE-RESUMO-FILIAL - ONE BRANCH OF THE SUMMARY        *
012070******************************************************************
012080 5100-WRITE-RESUMO-FILIAL.
012090     MOVE WS-FIL-CODIGO (WS-FIL-IDX) TO WS-RES-FILIAL.
012100     MOVE WS-FIL-NOME (WS-FIL-IDX) TO WS-RES-NOME.
012110     MOVE WS-FIL-CLASSIF (WS-FIL-IDX) TO WS-RES-CLASSIF.
012120     MOVE WS-FIL-REJ (WS-FIL-IDX) TO WS-RES-REJ.
012130     MOVE WS-FIL-QUA (WS-FIL-IDX) TO WS-RES-QUA.
012140     MOVE WS-FIL-RCL (WS-FIL-IDX) TO WS-RES-RCL.
012150     IF WS-FIL-TAR-POS (WS-FIL-IDX) = ZERO
012160         MOVE "    SEM TARIFA" TO WS-RES-ATIVIDADE-X
012170         MOVE SPACES TO WS-RES-MINIMO-X
012180         MOVE SPACES TO WS-RES-TOTAL-X
012190     ELSE
012200         COMPUTE WS-RES-ATIVIDADE =
012210             WS-FIL-VLR-TOTAL (WS-FIL-IDX)
012220                 - WS-FIL-VLR-MINIMO (WS-FIL-IDX)
012230         MOVE WS-FIL-VLR-MINIMO (WS-FIL-IDX) TO WS-RES-MINIMO
012240         MOVE WS-FIL-VLR-TOTAL (WS-FIL-IDX) TO WS-RES-TOTAL
012250     END-IF.
012260     MOVE SPACES TO RPT-RECORD.
012270     MOVE WS-RES-LINHA TO RPT-LINE.
012280     WRITE RPT-RECORD.
012290 5100-EXIT.
012300     EXIT.
012310******************************************************************
012320*    6000-CONFERIR-TOTAIS - TIE THE CHARGED QUANTITIES OUT TO THE*
012330*                           MONTH'S TOTALS.  WHAT THE MONTH HAS  *
012340*                           BEYOND THE BRANCHES CAME FROM SOURCES*
012350*                           SENT WITHOUT A BRANCH CODE; MORE     *
012360*                           CHARGED THAN THE MONTH HAS IS A      *
012370*                           DIVERGENCE AND STOPS THE LEDGER.  THE*
012380*                           RECYCLED AND RESTART VOLUMES ARE NOT *
012390*                           IN THE MONTH'S TOTALS AND ARE SHOWN  *
012400*                           FOR INFORMATION                      *
012410******************************************************************
012420 6000-CONFERIR-TOTAIS.
012430     MOVE "CONFERENCIA COM O MES" TO WS-TITULO.
012440     PERFORM 4900-WRITE-CABECALHO THRU 4900-EXIT.
012450     MOVE SPACES TO RPT-RECORD.
012460     IF WS-MES-FECHADO
012470         MOVE "TOTAIS DO MES: MESFILE (FECHMES)" TO RPT-LINE
012480     ELSE
012490         MOVE WS-HST-EXECUCOES TO WS-QTD-ED
012500         STRING "TOTAIS DO MES: EXECUCOES DO HSTFILE, ESTORNADAS "
012510                 DELIMITED BY SIZE
012520             "EXCLUIDAS - " DELIMITED BY SIZE
012530             WS-QTD-ED DELIMITED BY SIZE
012540             " EXECUCAO(OES)" DELIMITED BY SIZE
012550             INTO RPT-LINE
012560     END-IF.
012570     WRITE RPT-RECORD.
012580     MOVE WS-QTD-EXECUCOES TO WS-QTD-ED.
012590     MOVE WS-QTD-ESTORNOS TO WS-QTD-ED2.
012600     MOVE SPACES TO RPT-RECORD.
012610     STRING "EXECUCOES COBRADAS DO STSFILE " DELIMITED BY SIZE
012620         WS-QTD-ED DELIMITED BY SIZE
012630         "  EXECUCOES ESTORNADAS EXCLUIDAS " DELIMITED BY SIZE
012640         WS-QTD-ED2 DELIMITED BY SIZE
012650         INTO RPT-LINE.
012660     WRITE RPT-RECORD.
012670     MOVE SPACES TO RPT-RECORD.
012680     WRITE RPT-RECORD.
012690     MOVE SPACES TO RPT-RECORD.
012700     MOVE WS-CNF-CABECALHO TO RPT-LINE.
012710     WRITE RPT-RECORD.
012720     MOVE "REGISTROS CLASSIFICADOS" TO WS-CNF-TEXTO.
012730     MOVE WS-REF-CLASSIF TO WS-CNF-REF.
012740     MOVE WS-COB-CLASSIF TO WS-CNF-COB.
012750     PERFORM 6100-CONFERIR-ITEM THRU 6100-EXIT.
012760     MOVE "REGISTROS REJEITADOS" TO WS-CNF-TEXTO.
012770     MOVE WS-REF-REJ TO WS-CNF-REF.
012780     MOVE WS-COB-REJ TO WS-CNF-COB.
012790     PERFORM 6100-CONFERIR-ITEM THRU 6100-EXIT.
012800     MOVE "DUPLICADOS EM QUARENTENA" TO WS-CNF-TEXTO.
012810     MOVE WS-REF-QUA TO WS-CNF-REF.
012820     MOVE WS-COB-QUA TO WS-CNF-COB.
012830     PERFORM 6100-CONFERIR-ITEM THRU 6100-EXIT.
012840     MOVE "REGISTROS RECICLADOS" TO WS-CNF-ITEM.
012850     MOVE "          -" TO WS-CNF-MES-X.
012860     MOVE WS-COB-RCL TO WS-CNF-COBRADO.
012870     MOVE "          -" TO WS-CNF-SEM-FILIAL-X.
012880     MOVE "INFORMATIVO" TO WS-CNF-SITUACAO.
012890     MOVE SPACES TO RPT-RECORD.
012900     MOVE WS-CNF-LINHA TO RPT-LINE.
012910     WRITE RPT-RECORD.
012920     MOVE "REGISTROS DE REINICIO" TO WS-CNF-ITEM.
012930     MOVE "          -" TO WS-CNF-MES-X.
012940     MOVE WS-COB-RNC TO WS-CNF-COBRADO.
012950     MOVE "          -" TO WS-CNF-SEM-FILIAL-X.
012960     MOVE "INFORMATIVO" TO WS-CNF-SITUACAO.
012970     MOVE SPACES TO RPT-RECORD.
012980     MOVE WS-CNF-LINHA TO RPT-LINE.
012990     WRITE RPT-RECORD.
013000     MOVE SPACES TO RPT-RECORD.
013010     WRITE RPT-RECORD.
013020     MOVE SPACES TO RPT-RECORD.
013030     STRING "SEM FILIAL = VOLUME DE FONTES ENVIADAS SEM "
013040             DELIMITED BY SIZE
013050         "CODIGO DE FILIAL, NAO COBRADO DE NENHUMA FILIAL"
013060             DELIMITED BY SIZE
013070         INTO RPT-LINE.
013080     WRITE RPT-RECORD.
013090     MOVE SPACES TO RPT-RECORD.
013100     STRING "REINICIO = REGISTROS PULADOS POR UMA EXECUCAO "
013110             DELIMITED BY SIZE
013120         "REINICIADA, JA PROCESSADOS PELA EXECUCAO INTERROMPIDA"
013130             DELIMITED BY SIZE
013140         INTO RPT-LINE.
013150     WRITE RPT-RECORD.
013160     MOVE SPACES TO RPT-RECORD.
013170     STRING "           FORA DOS TOTAIS DO MES E DO SEM FILIAL, "
013180             DELIMITED BY SIZE
013190         "COBRADOS AO PRECO DE CLASSIFICACAO" DELIMITED BY SIZE
013200         INTO RPT-LINE.
013210     WRITE RPT-RECORD.
013220     IF WS-HST-DIFERE
013230         MOVE SPACES TO RPT-RECORD
013240         STRING "ATENCAO - AS EXECUCOES DO HSTFILE NAO CONFEREM "
013250                 DELIMITED BY SIZE
013260             "COM O MESFILE FECHADO" DELIMITED BY SIZE
013270             INTO RPT-LINE
013280         WRITE RPT-RECORD
013290         DISPLAY "RATEIO - HSTFILE NAO CONFERE COM O MESFILE "
013300             "DO MES " WS-ANO-MES
013310     END-IF.
013320 6000-EXIT.
013330     EXIT.
013340******************************************************************
013350*    6100-CONFERIR-ITEM - ONE QUANTITY OF THE TIE-OUT            *
013360******************************************************************
013370 6100-CONFERIR-ITEM.
013380     MOVE WS-CNF-TEXTO TO WS-CNF-ITEM.
013390     MOVE WS-CNF-REF TO WS-CNF-MES.
013400     MOVE WS-CNF-COB TO WS-CNF-COBRADO.
013410     IF WS-CNF-COB > WS-CNF-REF
013420         MOVE "          -" TO WS-CNF-SEM-FILIAL-X
013430         MOVE "DIVERGENTE" TO WS-CNF-SITUACAO
013440         MOVE "Y" TO WS-ERRO-SW
013450         DISPLAY "RATEIO - " WS-CNF-TEXTO
013460             " COBRADOS ACIMA DO TOTAL DO MES " WS-ANO-MES
013470     ELSE
013480         COMPUTE WS-CNF-SEM-FILIAL = WS-CNF-REF - WS-CNF-COB
013490         MOVE "OK" TO WS-CNF-SITUACAO
013500     END-IF.
013510     MOVE SPACES TO RPT-RECORD.
013520     MOVE WS-CNF-LINHA TO RPT-LINE.
013530     WRITE RPT-RECORD.
013540 6100-EXIT.
013550     EXIT.
013560******************************************************************
013570*    7000-GRAVAR-RAZAO - WRITE THE FINANCE LEDGER: HEADER, ONE   *
013580*                        DETAIL PER BRANCH, TRAILER              *
013590******************************************************************
013600 7000-GRAVAR-RAZAO.
013610     MOVE SPACES TO RAT-RECORD.
013620     MOVE "H" TO RAT-TIPO-REG.
013630     MOVE WS-ANO-MES TO RAT-HDR-ANO-MES.
013640     MOVE WS-DATA-SISTEMA TO RAT-HDR-DATA.
013650     MOVE WS-HORA-SISTEMA TO RAT-HDR-HORA.
013660     MOVE WS-JOB-ID TO RAT-HDR-JOB-ID.
013670     IF WS-MES-FECHADO
013680         MOVE "F" TO RAT-HDR-SITUACAO
013690     ELSE
013700         MOVE "P" TO RAT-HDR-SITUACAO
013710     END-IF.
013720     WRITE RAT-RECORD.
013721     IF NOT WS-FS-RAT-OK
013722         DISPLAY "RATEIO - ERRO AO GRAVAR RATFILE - STATUS "
013723             WS-FS-RAT
013724         MOVE "Y" TO WS-ERRO-SW
013725     END-IF.
013730     PERFORM 7100-GRAVAR-DETALHE THRU 7100-EXIT
013740         VARYING WS-FIL-IDX FROM 1 BY 1
013750         UNTIL WS-FIL-IDX > WS-QTD-FILIAIS.
013760     MOVE SPACES TO RAT-RECORD.
013770     MOVE "T" TO RAT-TIPO-REG.
013780     MOVE WS-QTD-FILIAIS TO RAT-TRL-QTD-FILIAIS.
013790     MOVE WS-COB-CLASSIF TO RAT-TRL-QTD-CLASSIF.
013800     MOVE WS-COB-REJ TO RAT-TRL-QTD-REJEITADOS.
013810     MOVE WS-COB-QUA TO RAT-TRL-QTD-QUARENTENA.
013820     MOVE WS-COB-RCL TO RAT-TRL-QTD-RECICLADOS.
013830     MOVE WS-COB-RNC TO RAT-TRL-QTD-REINICIO.
013840     MOVE WS-COB-MINIMO TO RAT-TRL-VLR-MINIMO.
013850     MOVE WS-COB-TOTAL TO RAT-TRL-VLR-TOTAL.
013860     WRITE RAT-RECORD.
013870     IF NOT WS-FS-RAT-OK
013880         DISPLAY "RATEIO - ERRO AO GRAVAR RATFILE - STATUS "
013890             WS-FS-RAT
013900         MOVE "Y" TO WS-ERRO-SW
013910     END-IF.
013920 7000-EXIT.
013930     EXIT.
013940******************************************************************
013950*    7100-GRAVAR-DETALHE - ONE BRANCH OF THE LEDGER              *
013960******************************************************************
013970 7100-GRAVAR-DETALHE.
013980     MOVE WS-FIL-TAR-POS (WS-FIL-IDX) TO WS-TAR-IDX.
013990     MOVE SPACES TO RAT-RECORD.
014000     MOVE "D" TO RAT-TIPO-REG.
014010     MOVE WS-ANO-MES TO RAT-ANO-MES.
014020     MOVE WS-FIL-CODIGO (WS-FIL-IDX) TO RAT-FILIAL.
014030     MOVE WS-FIL-NOME (WS-FIL-IDX) TO RAT-NOME.
014040     MOVE WS-TAR-VIGENCIA (WS-TAR-IDX) TO RAT-VIGENCIA.
014050     MOVE WS-FIL-CLASSIF (WS-FIL-IDX) TO RAT-QTD-CLASSIF.
014060     MOVE WS-FIL-REJ (WS-FIL-IDX) TO RAT-QTD-REJEITADOS.
014070     MOVE WS-FIL-QUA (WS-FIL-IDX) TO RAT-QTD-QUARENTENA.
014080     MOVE WS-FIL-RCL (WS-FIL-IDX) TO RAT-QTD-RECICLADOS.
014090     MOVE WS-FIL-VLR-CLASSIF (WS-FIL-IDX) TO RAT-VLR-CLASSIF.
014100     MOVE WS-FIL-VLR-REJ (WS-FIL-IDX) TO RAT-VLR-REJEITADOS.
014110     MOVE WS-FIL-VLR-QUA (WS-FIL-IDX) TO RAT-VLR-QUARENTENA.
014120     MOVE WS-FIL-VLR-RCL (WS-FIL-IDX) TO RAT-VLR-RECICLADOS.
014130     MOVE WS-FIL-VLR-MINIMO (WS-FIL-IDX) TO RAT-VLR-MINIMO.
014140     MOVE WS-FIL-VLR-TOTAL (WS-FIL-IDX) TO RAT-VLR-TOTAL.
014150     MOVE WS-FIL-RNC (WS-FIL-IDX) TO RAT-QTD-REINICIO.
014160     MOVE WS-FIL-VLR-RNC (WS-FIL-IDX) TO RAT-VLR-REINICIO.
014170     WRITE RAT-RECORD.
014171     IF NOT WS-FS-RAT-OK
014172         DISPLAY "RATEIO - ERRO AO GRAVAR RATFILE - STATUS "
014173             WS-FS-RAT
014174         MOVE "Y" TO WS-ERRO-SW
014175     END-IF.
014180 7100-EXIT.
014190     EXIT.
014200******************************************************************
014210*    8000-FINALIZE - RUN TOTALS AND CLOSE THE LISTING AND LEDGER *
014220******************************************************************
014230 8000-FINALIZE.
014240     MOVE SPACES TO RPT-RECORD.
014250     WRITE RPT-RECORD.
014260     MOVE WS-QTD-FILIAIS TO WS-QTD-ED.
014270     MOVE WS-COB-TOTAL TO WS-VLR-ED.
014280     MOVE SPACES TO RPT-RECORD.
014290     STRING "FILIAIS COBRADAS " DELIMITED BY SIZE
014300         WS-QTD-ED DELIMITED BY SIZE
014310         "  TOTAL A RESSARCIR " DELIMITED BY SIZE
014320         WS-VLR-ED DELIMITED BY SIZE
014330         INTO RPT-LINE.
014340     WRITE RPT-RECORD.
014350     MOVE SPACES TO RPT-RECORD.
014360     IF WS-ERRO
014370         MOVE "RATFILE NAO GRAVADO - VER AS MENSAGENS DO RATEIO"
014380             TO RPT-LINE
014390     ELSE
014400         IF WS-MES-FECHADO
014410             MOVE "RATFILE GRAVADO - MES FECHADO" TO RPT-LINE
014420         ELSE
014430             MOVE "RATFILE GRAVADO - PRELIMINAR" TO RPT-LINE
014440         END-IF
014450     END-IF.
014460     WRITE RPT-RECORD.
014470     CLOSE RATEIO-RPT.
014480     CLOSE RATEIO-FILE.
014490     DISPLAY "RATEIO - MES " WS-ANO-MES " - " WS-QTD-ED
014500         " FILIAL(IS) - TOTAL " WS-VLR-ED.
014510 8000-EXIT.
014520     EXIT.
014530******************************************************************
014540*    9999-ABEND - COMMON ERROR EXIT                              *
014550******************************************************************
014560 9999-ABEND.
014570     STOP RUN WITH ERROR STATUS 16.
014580 9999-EXIT.
014590     EXIT.
014600 END PROGRAM RATEIO.
