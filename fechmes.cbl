000010******************************************************************
000020* AUTHOR.      GABRIELA BARBOSA.
000030* INSTALLATION. CPD - CENTRO DE PROCESSAMENTO DE DADOS.
000040* DATE-WRITTEN. 15/10/2026.
000050* DATE-COMPILED.
000060* PURPOSE.     MONTH-END PERIOD CLOSE.  FUNCTION "FM" (SEE MFPREC)
000070*              CLOSES A CALENDAR MONTH: EVERY BUSINESS DATE OF THE
000080*              MONTH ON RUNCTL MUST BE FECHADO, AND EVERY DATE THE
000090*              MONTH'S HSTFILE EXECUTIONS RAN UNDER MUST HAVE A
000100*              RUNCTL RECORD - OTHERWISE THE PENDING DATES ARE
000110*              LISTED AND THE CLOSE IS REFUSED WITH THE STANDARD
000120*              ERROR STATUS 16.  THE MONTH'S EXECUTIONS (REVERSED
000130*              ONES EXCLUDED) ARE THEN ACCUMULATED BY BUSINESS
000140*              DATE INTO THE MONTHLY TOTALS FILE (MESFILE, SEE
000150*              MESREC), THE MONTH IS MARKED FECHADO THERE, AND
000160*              MESLIST PRINTS THE PERIOD REPORT - ONE LINE PER
000170*              BUSINESS DATE, THEN EACH TOTAL WITH ITS
000180*              MONTH-TO-DATE AND YEAR-TO-DATE (CLOSED MONTHS OF
000190*              THE YEAR) FIGURES.
000200*              WHILE THE MONTH IS CLOSED RUNCTLM, ESTORNO AND
000210*              IMPAROUPAR REFUSE ITS DATES.  FUNCTION "RM" IS THE
000220*              DELIBERATE PERIOD REOPEN: THE OPERATOR NAMED ON
000230*              MESPARM MUST HOLD THE FECHMES "RM" GRANT ON OPRFILE
000240*              AND THE REOPEN IS JOURNALED ON JRNFILE (SEE
000250*              OPRAUT).  A REOPENED MONTH IS CLOSED AGAIN WITH
000260*              "FM", WHICH RECOMPUTES ITS TOTALS.
000270* TECTONICS.   COBC
000280*------------------------------------------------------------------
000290* MODIFICATION HISTORY
000300* DATE       INIT  DESCRIPTION
000310* 15/10/2026 GB    ORIGINAL VERSION.
000320******************************************************************
000330 IDENTIFICATION DIVISION.
000340 PROGRAM-ID. FECHMES.
000350 ENVIRONMENT DIVISION.
000360 INPUT-OUTPUT SECTION.
000370 FILE-CONTROL.
000380     SELECT MESPARM-FILE ASSIGN TO "MESPARM"
000390         ORGANIZATION IS LINE SEQUENTIAL
000400         FILE STATUS IS WS-FS-MFP.
000410     SELECT MES-FILE ASSIGN TO "MESFILE"
000420         ORGANIZATION IS INDEXED
000430         ACCESS MODE IS DYNAMIC
000440         RECORD KEY IS MES-CHAVE
000450         FILE STATUS IS WS-FS-MES.
000460     SELECT RUNCTL-FILE ASSIGN TO "RUNCTL"
000470         ORGANIZATION IS INDEXED
000480         ACCESS MODE IS DYNAMIC
000490         RECORD KEY IS RCT-CHAVE
000500         FILE STATUS IS WS-FS-RCT.
000510     SELECT HISTORIA-FILE ASSIGN TO "HSTFILE"
000520         ORGANIZATION IS LINE SEQUENTIAL
000530         FILE STATUS IS WS-FS-HST.
000540     SELECT PERIODO-RPT ASSIGN TO "MESLIST"
000550         ORGANIZATION IS LINE SEQUENTIAL
000560         FILE STATUS IS WS-FS-RPT.
000570 DATA DIVISION.
000580 FILE SECTION.
000590 FD  MESPARM-FILE
000600     RECORDING MODE IS F.
000610     COPY MFPREC.
000620 FD  MES-FILE.
000630     COPY MESREC.
000640 FD  RUNCTL-FILE.
000650     COPY RCTREC.
000660 FD  HISTORIA-FILE
000670     RECORDING MODE IS F.
000680     COPY HSTREC.
000690 FD  PERIODO-RPT
000700     RECORDING MODE IS F.
000710     COPY RPTREC.
000720 WORKING-STORAGE SECTION.
000730 77  WS-FS-MFP               PIC X(02) VALUE ZEROS.
000740     88  WS-FS-MFP-OK                VALUE "00".
000750 77  WS-FS-MES               PIC X(02) VALUE ZEROS.
000760     88  WS-FS-MES-OK                VALUE "00".
000770     88  WS-FS-MES-INEXISTENTE       VALUE "35".
000780 77  WS-FS-RCT               PIC X(02) VALUE ZEROS.
000790     88  WS-FS-RCT-OK                VALUE "00".
000800     88  WS-FS-RCT-INEXISTENTE       VALUE "35".
000810 77  WS-FS-HST               PIC X(02) VALUE ZEROS.
000820     88  WS-FS-HST-OK                VALUE "00".
000830     88  WS-FS-HST-INEXISTENTE       VALUE "35".
000840 77  WS-FS-RPT               PIC X(02) VALUE ZEROS.
000850     88  WS-FS-RPT-OK                VALUE "00".
000860 77  WS-RCT-EOF-SWITCH       PIC X(01) VALUE "N".
000870     88  WS-RCT-EOF                   VALUE "Y".
000880 77  WS-HST-EOF-SWITCH       PIC X(01) VALUE "N".
000890     88  WS-HST-EOF                   VALUE "Y".
000900 77  WS-MES-EOF-SWITCH       PIC X(01) VALUE "N".
000910     88  WS-MES-EOF                   VALUE "Y".
000920 77  WS-MES-ACHADO-SW        PIC X(01) VALUE "N".
000930     88  WS-MES-ACHADO               VALUE "Y".
000940 77  WS-DIARIO-PENDENTE-SW   PIC X(01) VALUE "N".
000950     88  WS-DIARIO-PENDENTE          VALUE "Y".
000960 77  WS-FUNCAO               PIC X(02) VALUE SPACES.
000970     88  WS-FUNCAO-FECHAR            VALUE "FM".
000980     88  WS-FUNCAO-REABRIR           VALUE "RM".
000990 77  WS-OPERADOR             PIC X(08) VALUE SPACES.
001000 77  WS-JOB-ID               PIC X(08) VALUE SPACES.
001010 77  WS-HORA-SISTEMA         PIC 9(08) VALUE ZERO.
001020 77  WS-DIA-IDX              PIC 9(04) COMP VALUE ZERO.
001030 77  WS-QTD-PENDENTES        PIC 9(04) COMP VALUE ZERO.
001040 77  WS-QTD-ED               PIC Z(8)9.
001050 77  WS-QTD-ED2              PIC Z(8)9.
001060 01  WS-DATA-SISTEMA-AREA.
001070     05  WS-DATA-SISTEMA     PIC 9(08) VALUE ZERO.
001080     05  WS-DATA-SISTEMA-R REDEFINES WS-DATA-SISTEMA.
001090         10  WS-MES-SISTEMA  PIC 9(06).
001100         10  FILLER          PIC 9(02).
001110 01  WS-ANO-MES-AREA.
001120     05  WS-ANO-MES          PIC 9(06) VALUE ZERO.
001130     05  WS-ANO-MES-R REDEFINES WS-ANO-MES.
001140         10  WS-ANO          PIC 9(04).
001150         10  WS-MES          PIC 9(02).
001160     05  WS-ANO-MES-X REDEFINES WS-ANO-MES
001170                             PIC X(06).
001180 01  WS-DATA-EXECUCAO-AREA.
001190     05  WS-DATA-EXECUCAO    PIC 9(08) VALUE ZERO.
001200     05  WS-DATA-EXECUCAO-R REDEFINES WS-DATA-EXECUCAO.
001210         10  WS-EXEC-ANO-MES PIC 9(06).
001220         10  WS-EXEC-DIA     PIC 9(02).
001230 01  WS-DIA-TABELA.
001240     05  WS-DIA-ENTRADA OCCURS 31 TIMES.
001250         10  WS-DIA-STATUS       PIC X(01).
001260         10  WS-DIA-EXECUCOES    PIC 9(09) COMP.
001270         10  WS-DIA-LIDOS        PIC 9(09) COMP.
001280         10  WS-DIA-PAR          PIC 9(09) COMP.
001290         10  WS-DIA-IMPAR        PIC 9(09) COMP.
001300         10  WS-DIA-REJEITADOS   PIC 9(09) COMP.
001310         10  WS-DIA-QUARENTENA   PIC 9(09) COMP.
001320         10  WS-DIA-DIVERGENTES  PIC 9(09) COMP.
001330         10  WS-DIA-REINICIOS    PIC 9(09) COMP.
001340 01  WS-TOTAIS-MES.
001350     05  WS-MTD-DIAS         PIC 9(09) COMP VALUE ZERO.
001360     05  WS-MTD-EXECUCOES    PIC 9(09) COMP VALUE ZERO.
001370     05  WS-MTD-LIDOS        PIC 9(09) COMP VALUE ZERO.
001380     05  WS-MTD-PAR          PIC 9(09) COMP VALUE ZERO.
001390     05  WS-MTD-IMPAR        PIC 9(09) COMP VALUE ZERO.
001400     05  WS-MTD-REJEITADOS   PIC 9(09) COMP VALUE ZERO.
001410     05  WS-MTD-QUARENTENA   PIC 9(09) COMP VALUE ZERO.
001420     05  WS-MTD-DIVERGENTES  PIC 9(09) COMP VALUE ZERO.
001430     05  WS-MTD-REINICIOS    PIC 9(09) COMP VALUE ZERO.
001440 01  WS-TOTAIS-ANO.
001450     05  WS-YTD-MESES        PIC 9(09) COMP VALUE ZERO.
001460     05  WS-YTD-DIAS         PIC 9(09) COMP VALUE ZERO.
001470     05  WS-YTD-EXECUCOES    PIC 9(09) COMP VALUE ZERO.
001480     05  WS-YTD-LIDOS        PIC 9(09) COMP VALUE ZERO.
001490     05  WS-YTD-PAR          PIC 9(09) COMP VALUE ZERO.
001500     05  WS-YTD-IMPAR        PIC 9(09) COMP VALUE ZERO.
001510     05  WS-YTD-REJEITADOS   PIC 9(09) COMP VALUE ZERO.
001520     05  WS-YTD-QUARENTENA   PIC 9(09) COMP VALUE ZERO.
001530     05  WS-YTD-DIVERGENTES  PIC 9(09) COMP VALUE ZERO.
001540     05  WS-YTD-REINICIOS    PIC 9(09) COMP VALUE ZERO.
001550 01  WS-MET-AREA.
001560     05  WS-MET-TEXTO        PIC X(30) VALUE SPACES.
001570     05  WS-MET-MES          PIC 9(09) COMP VALUE ZERO.
001580     05  WS-MET-ANO          PIC 9(09) COMP VALUE ZERO.
001590 01  WS-DIA-LINHA.
001600     05  WS-LIN-ANO-MES      PIC 9(06).
001610     05  WS-LIN-DIA          PIC 9(02).
001620     05  FILLER              PIC X(02) VALUE SPACES.
001630     05  WS-LIN-STATUS       PIC X(01).
001640     05  FILLER              PIC X(01) VALUE SPACES.
001650     05  WS-LIN-EXECUCOES    PIC Z(8)9.
001660     05  FILLER              PIC X(01) VALUE SPACES.
001670     05  WS-LIN-LIDOS        PIC Z(8)9.
001680     05  FILLER              PIC X(01) VALUE SPACES.
001690     05  WS-LIN-PAR          PIC Z(8)9.
001700     05  FILLER              PIC X(01) VALUE SPACES.
001710     05  WS-LIN-IMPAR        PIC Z(8)9.
001720     05  FILLER              PIC X(01) VALUE SPACES.
001730     05  WS-LIN-REJEITADOS   PIC Z(8)9.
001740     05  FILLER              PIC X(01) VALUE SPACES.
001750     05  WS-LIN-QUARENTENA   PIC Z(8)9.
001760     05  FILLER              PIC X(01) VALUE SPACES.
001770     05  WS-LIN-DIVERGENTES  PIC Z(8)9.
001780     05  FILLER              PIC X(01) VALUE SPACES.
001790     05  WS-LIN-REINICIOS    PIC Z(8)9.
001800     05  FILLER              PIC X(02) VALUE SPACES.
001810     05  WS-LIN-SITUACAO     PIC X(30).
001820     COPY AUTREC.
001830******************************************************************
001840*    PROCEDURE DIVISION                                          *
001850******************************************************************
001860 PROCEDURE DIVISION.
001870 0000-MAINLINE.
001880     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001890     IF WS-FUNCAO-FECHAR
001900         PERFORM 2000-FECHAR-MES THRU 2000-EXIT
001910     ELSE
001920         PERFORM 4000-REABRIR-MES THRU 4000-EXIT
001930     END-IF.
001940     PERFORM 8000-FINALIZE THRU 8000-EXIT.
001950     STOP RUN.
001960******************************************************************
001970*    1000-INITIALIZE - READ THE FUNCTION AND MONTH, OPEN THE     *
001980*                      REPORT AND OPEN (OR CREATE) MESFILE       *
001990******************************************************************
002000 1000-INITIALIZE.
002010     ACCEPT WS-DATA-SISTEMA FROM DATE YYYYMMDD.
002020     ACCEPT WS-HORA-SISTEMA FROM TIME.
002030     ACCEPT WS-JOB-ID FROM ENVIRONMENT "JOBID".
002040     IF WS-JOB-ID = SPACES
002050         MOVE "FECHMES" TO WS-JOB-ID
002060     END-IF.
002070     OPEN INPUT MESPARM-FILE.
002080     IF NOT WS-FS-MFP-OK
002090         DISPLAY "FECHMES - ERRO AO ABRIR MESPARM - STATUS "
002100             WS-FS-MFP
002110         GO TO 9999-ABEND
002120     END-IF.
002130     READ MESPARM-FILE
002140         AT END
002150             CONTINUE
002160         NOT AT END
002170             MOVE MFP-FUNCAO TO WS-FUNCAO
002180             MOVE MFP-OPERADOR TO WS-OPERADOR
002190             IF MFP-ANO-MES NUMERIC AND MFP-ANO-MES NOT = ZERO
002200                 MOVE MFP-ANO-MES TO WS-ANO-MES
002210             END-IF
002220     END-READ.
002230     CLOSE MESPARM-FILE.
002240     IF NOT WS-FUNCAO-FECHAR
002250        AND NOT WS-FUNCAO-REABRIR
002260         DISPLAY "FECHMES - FUNCAO INVALIDA EM MESPARM: "
002270             WS-FUNCAO " - INFORMAR FM OU RM"
002280         GO TO 9999-ABEND
002290     END-IF.
002300     IF WS-ANO-MES = ZERO
002310         MOVE WS-MES-SISTEMA TO WS-ANO-MES
002320         IF WS-MES = 1
002330             SUBTRACT 1 FROM WS-ANO
002340             MOVE 12 TO WS-MES
002350         ELSE
002360             SUBTRACT 1 FROM WS-MES
002370         END-IF
002380     END-IF.
002390     IF WS-MES < 1 OR WS-MES > 12
002400         DISPLAY "FECHMES - MES INVALIDO EM MESPARM: " WS-ANO-MES
002410         GO TO 9999-ABEND
002420     END-IF.
002430     OPEN OUTPUT PERIODO-RPT.
002440     IF NOT WS-FS-RPT-OK
002450         DISPLAY "FECHMES - ERRO AO ABRIR MESLIST - STATUS "
002460             WS-FS-RPT
002470         GO TO 9999-ABEND
002480     END-IF.
002490     MOVE SPACES TO RPT-RECORD.
002500     STRING "FECHMES - FECHAMENTO MENSAL - MES " DELIMITED BY SIZE
002510         WS-ANO-MES DELIMITED BY SIZE
002520         " - FUNCAO " DELIMITED BY SIZE
002530         WS-FUNCAO DELIMITED BY SIZE
002540         " - EMITIDO EM " DELIMITED BY SIZE
002550         WS-DATA-SISTEMA DELIMITED BY SIZE
002560         " " DELIMITED BY SIZE
002570         WS-HORA-SISTEMA DELIMITED BY SIZE
002580         " - JOB " DELIMITED BY SIZE
002590         WS-JOB-ID DELIMITED BY SIZE
002600         INTO RPT-LINE.
002610     WRITE RPT-RECORD.
002620     OPEN I-O MES-FILE.
002630     IF WS-FS-MES-INEXISTENTE
002640         OPEN OUTPUT MES-FILE
002650         CLOSE MES-FILE
002660         OPEN I-O MES-FILE
002670     END-IF.
002680     IF NOT WS-FS-MES-OK
002690         DISPLAY "FECHMES - ERRO AO ABRIR MESFILE - STATUS "
002700             WS-FS-MES
002710         GO TO 9999-ABEND
002720     END-IF.
002730 1000-EXIT.
002740     EXIT.
002750******************************************************************
002760*    2000-FECHAR-MES - CLOSE THE MONTH: PROVE EVERY BUSINESS     *
002770*                      DATE FECHADO, ACCUMULATE THE EXECUTIONS,  *
002780*                      RECORD THE MONTH AND PRINT THE PERIOD     *
002790******************************************************************
002800 2000-FECHAR-MES.
002810     IF WS-ANO-MES NOT < WS-MES-SISTEMA
002820         MOVE SPACES TO RPT-RECORD
002830         STRING "FECHAMENTO RECUSADO - MES " DELIMITED BY SIZE
002840             WS-ANO-MES DELIMITED BY SIZE
002850             " AINDA NAO ENCERRADO" DELIMITED BY SIZE
002860             INTO RPT-LINE
002870         WRITE RPT-RECORD
002880         DISPLAY "FECHMES - MES " WS-ANO-MES
002890             " AINDA NAO ENCERRADO - FECHAMENTO RECUSADO"
002900         PERFORM 8000-FINALIZE THRU 8000-EXIT
002910         GO TO 9999-ABEND
002920     END-IF.
002930     PERFORM 5000-LER-MES THRU 5000-EXIT.
002940     IF WS-MES-ACHADO AND MES-FECHADO
002950         MOVE SPACES TO RPT-RECORD
002960         STRING "MES " DELIMITED BY SIZE
002970             WS-ANO-MES DELIMITED BY SIZE
002980             " JA ESTAVA FECHADO EM " DELIMITED BY SIZE
002990             MES-DATA-FECHAMENTO DELIMITED BY SIZE
003000             " - NADA A FAZER" DELIMITED BY SIZE
003010             INTO RPT-LINE
003020         WRITE RPT-RECORD
003030         DISPLAY "FECHMES - MES " WS-ANO-MES " JA ESTAVA FECHADO"
003040         GO TO 2000-EXIT
003050     END-IF.
003060     PERFORM 2050-ZERAR-DIA THRU 2050-EXIT
003070         VARYING WS-DIA-IDX FROM 1 BY 1
003080         UNTIL WS-DIA-IDX > 31.
003090     PERFORM 2100-VARRER-RUNCTL THRU 2100-EXIT.
003100     PERFORM 2200-VARRER-HISTORIA THRU 2200-EXIT.
003110     PERFORM 2300-WRITE-CABECALHO-DIAS THRU 2300-EXIT.
003120     MOVE 1 TO WS-DIA-IDX.
003130     PERFORM 2400-CONFERIR-DIA THRU 2400-EXIT
003140         UNTIL WS-DIA-IDX > 31.
003150     IF WS-QTD-PENDENTES > 0
003160         MOVE WS-QTD-PENDENTES TO WS-QTD-ED
003170         MOVE SPACES TO RPT-RECORD
003180         STRING "FECHAMENTO RECUSADO - " DELIMITED BY SIZE
003190             WS-QTD-ED DELIMITED BY SIZE
003200             " DATA(S) DE NEGOCIO NAO FECHADA(S) NO RUNCTL"
003210                 DELIMITED BY SIZE
003220             INTO RPT-LINE
003230         WRITE RPT-RECORD
003240         DISPLAY "FECHMES - MES " WS-ANO-MES " - " WS-QTD-ED
003250             " DATA(S) PENDENTE(S) - FECHAMENTO RECUSADO"
003260         PERFORM 8000-FINALIZE THRU 8000-EXIT
003270         GO TO 9999-ABEND
003280     END-IF.
003290     IF WS-MTD-DIAS = 0
003300         MOVE SPACES TO RPT-RECORD
003310         STRING "FECHAMENTO RECUSADO - MES " DELIMITED BY SIZE
003320             WS-ANO-MES DELIMITED BY SIZE
003330             " SEM NENHUMA DATA DE NEGOCIO NO RUNCTL"
003340                 DELIMITED BY SIZE
003350             INTO RPT-LINE
003360         WRITE RPT-RECORD
003370         DISPLAY "FECHMES - MES " WS-ANO-MES
003380             " SEM DATAS NO RUNCTL - FECHAMENTO RECUSADO"
003390         PERFORM 8000-FINALIZE THRU 8000-EXIT
003400         GO TO 9999-ABEND
003410     END-IF.
003420     PERFORM 2500-GRAVAR-MES THRU 2500-EXIT.
003430     PERFORM 2600-ACUMULAR-ANO THRU 2600-EXIT.
003440     PERFORM 2700-WRITE-PERIODO THRU 2700-EXIT.
003450     DISPLAY "FECHMES - MES " WS-ANO-MES " FECHADO".
003460 2000-EXIT.
003470     EXIT.
003480******************************************************************
003490*    2050-ZERAR-DIA - CLEAR ONE DAY OF THE MONTH TABLE           *
003500******************************************************************
003510 2050-ZERAR-DIA.
003520     MOVE SPACE TO WS-DIA-STATUS (WS-DIA-IDX).
003530     MOVE ZERO TO WS-DIA-EXECUCOES (WS-DIA-IDX).
003540     MOVE ZERO TO WS-DIA-LIDOS (WS-DIA-IDX).
003550     MOVE ZERO TO WS-DIA-PAR (WS-DIA-IDX).
003560     MOVE ZERO TO WS-DIA-IMPAR (WS-DIA-IDX).
003570     MOVE ZERO TO WS-DIA-REJEITADOS (WS-DIA-IDX).
003580     MOVE ZERO TO WS-DIA-QUARENTENA (WS-DIA-IDX).
003590     MOVE ZERO TO WS-DIA-DIVERGENTES (WS-DIA-IDX).
003600     MOVE ZERO TO WS-DIA-REINICIOS (WS-DIA-IDX).
003610 2050-EXIT.
003620     EXIT.
003630******************************************************************
003640*    2100-VARRER-RUNCTL - NOTE THE RUNCTL STATUS OF EVERY        *
003650*                         BUSINESS DATE OF THE MONTH             *
003660******************************************************************
003670 2100-VARRER-RUNCTL.
003680     OPEN INPUT RUNCTL-FILE.
003690     IF WS-FS-RCT-INEXISTENTE
003700         GO TO 2100-EXIT
003710     END-IF.
003720     IF NOT WS-FS-RCT-OK
003730         DISPLAY "FECHMES - ERRO AO ABRIR RUNCTL - STATUS "
003740             WS-FS-RCT
003750         PERFORM 8000-FINALIZE THRU 8000-EXIT
003760         GO TO 9999-ABEND
003770     END-IF.
003780     MOVE "N" TO WS-RCT-EOF-SWITCH.
003790     PERFORM 2110-LER-RUNCTL THRU 2110-EXIT
003800         UNTIL WS-RCT-EOF.
003810     CLOSE RUNCTL-FILE.
003820 2100-EXIT.
003830     EXIT.
003840******************************************************************
003850*    2110-LER-RUNCTL - ONE RUN-CONTROL RECORD OF THE SCAN        *
003860******************************************************************
003870 2110-LER-RUNCTL.
003880     READ RUNCTL-FILE NEXT RECORD
003890         AT END
003900             MOVE "Y" TO WS-RCT-EOF-SWITCH
003910             GO TO 2110-EXIT
003920     END-READ.
003930     IF RCT-CHAVE (1:6) NOT = WS-ANO-MES-X
003940         GO TO 2110-EXIT
003950     END-IF.
003960     IF RCT-CHAVE (7:2) NOT NUMERIC
003970         GO TO 2110-EXIT
003980     END-IF.
003990     MOVE RCT-CHAVE TO WS-DATA-EXECUCAO.
004000     IF WS-EXEC-DIA < 1 OR WS-EXEC-DIA > 31
004010         GO TO 2110-EXIT
004020     END-IF.
004030     MOVE RCT-STATUS TO WS-DIA-STATUS (WS-EXEC-DIA).
004040 2110-EXIT.
004050     EXIT.
004060******************************************************************
004070*    2200-VARRER-HISTORIA - ACCUMULATE THE MONTH'S EXECUTIONS BY *
004080*                           BUSINESS DATE.  NO HSTFILE MEANS NO  *
004090*                           EXECUTIONS                           *
004100******************************************************************
004110 2200-VARRER-HISTORIA.
004120     OPEN INPUT HISTORIA-FILE.
004130     IF WS-FS-HST-INEXISTENTE
004140         GO TO 2200-EXIT
004150     END-IF.
004160     IF NOT WS-FS-HST-OK
004170         DISPLAY "FECHMES - ERRO AO ABRIR HSTFILE - STATUS "
004180             WS-FS-HST
004190         PERFORM 8000-FINALIZE THRU 8000-EXIT
004200         GO TO 9999-ABEND
004210     END-IF.
004220     MOVE "N" TO WS-HST-EOF-SWITCH.
004230     PERFORM 2210-LER-HISTORIA THRU 2210-EXIT
004240         UNTIL WS-HST-EOF.
004250     CLOSE HISTORIA-FILE.
004260 2200-EXIT.
004270     EXIT.
004280******************************************************************
004290*    2210-LER-HISTORIA - ONE HSTFILE RECORD - EXECUTIONS OF THE  *
004300*                        MONTH THAT WERE NOT REVERSED.  THE      *
004310*                        BUSINESS DATE FALLS BACK TO THE START   *
004320*                        DATE ON RECORDS WRITTEN BEFORE RUNCTL   *
004330******************************************************************
004340 2210-LER-HISTORIA.
004350     READ HISTORIA-FILE
004360         AT END
004370             MOVE "Y" TO WS-HST-EOF-SWITCH
004380             GO TO 2210-EXIT
004390     END-READ.
004400     IF NOT HST-EXECUCAO OR HST-ESTORNADA
004410         GO TO 2210-EXIT
004420     END-IF.
004430     IF HST-DATA-NEGOCIO NUMERIC AND HST-DATA-NEGOCIO NOT = ZERO
004440         MOVE HST-DATA-NEGOCIO TO WS-DATA-EXECUCAO
004450     ELSE
004460         MOVE HST-DATA-INICIO TO WS-DATA-EXECUCAO
004470     END-IF.
004480     IF WS-EXEC-ANO-MES NOT = WS-ANO-MES
004490         GO TO 2210-EXIT
004500     END-IF.
004510     IF WS-EXEC-DIA < 1 OR WS-EXEC-DIA > 31
004520         GO TO 2210-EXIT
004530     END-IF.
004540     ADD 1 TO WS-DIA-EXECUCOES (WS-EXEC-DIA).
004550     ADD HST-QTD-LIDOS      TO WS-DIA-LIDOS (WS-EXEC-DIA).
004560     ADD HST-QTD-PAR        TO WS-DIA-PAR (WS-EXEC-DIA).
004570     ADD HST-QTD-IMPAR      TO WS-DIA-IMPAR (WS-EXEC-DIA).
004580     ADD HST-QTD-REJEITADOS TO WS-DIA-REJEITADOS (WS-EXEC-DIA).
004590     IF HST-QTD-QUARENTENA NUMERIC
004600         ADD HST-QTD-QUARENTENA TO WS-DIA-QUARENTENA (WS-EXEC-DIA)
004610     END-IF.
004620     IF HST-RECON-DIVERGENTE
004630         ADD 1 TO WS-DIA-DIVERGENTES (WS-EXEC-DIA)
004640     END-IF.
004650     IF HST-FOI-REINICIO
004660         ADD 1 TO WS-DIA-REINICIOS (WS-EXEC-DIA)
004670     END-IF.
004680 2210-EXIT.
004690     EXIT.
004700******************************************************************
004710*    2300-WRITE-CABECALHO-DIAS - TITLE AND COLUMN HEADINGS OF    *
004720*                                THE PER-DATE SECTION            *
004730******************************************************************
004740 2300-WRITE-CABECALHO-DIAS.
004750     MOVE SPACES TO RPT-RECORD.
004760     WRITE RPT-RECORD.
004770     MOVE SPACES TO RPT-RECORD.
004780     STRING "DATAS DE NEGOCIO DO MES (RUNCTL E HSTFILE)"
004790             DELIMITED BY SIZE
004800         INTO RPT-LINE.
004810     WRITE RPT-RECORD.
004820     MOVE SPACES TO RPT-RECORD.
004830     STRING "DATA     S  EXECUCOES     LIDOS       PAR     IMPAR "
004840             DELIMITED BY SIZE
004850         "REJEITADO QUARENTEN DIVERGENT REINICIOS  SITUACAO"
004860             DELIMITED BY SIZE
004870         INTO RPT-LINE.
004880     WRITE RPT-RECORD.
004890 2300-EXIT.
004900     EXIT.
004910******************************************************************
004920*    2400-CONFERIR-DIA - ONE DAY OF THE MONTH: A DATE ON RUNCTL  *
004930*                        THAT IS NOT FECHADO, OR EXECUTIONS UNDER*
004940*                        A DATE RUNCTL NEVER HAD, IS PENDING.    *
004950*                        ADDS THE DAY TO THE MONTH TOTALS        *
004960******************************************************************
004970 2400-CONFERIR-DIA.
004980     IF WS-DIA-STATUS (WS-DIA-IDX) = SPACE
004990        AND WS-DIA-EXECUCOES (WS-DIA-IDX) = 0
005000         GO TO 2400-NEXT
005010     END-IF.
005020     MOVE WS-ANO-MES TO WS-LIN-ANO-MES.
005030     MOVE WS-DIA-IDX TO WS-LIN-DIA.
005040     MOVE WS-DIA-STATUS (WS-DIA-IDX) TO WS-LIN-STATUS.
005050     MOVE WS-DIA-EXECUCOES (WS-DIA-IDX) TO WS-LIN-EXECUCOES.
005060     MOVE WS-DIA-LIDOS (WS-DIA-IDX) TO WS-LIN-LIDOS.
005070     MOVE WS-DIA-PAR (WS-DIA-IDX) TO WS-LIN-PAR.
005080     MOVE WS-DIA-IMPAR (WS-DIA-IDX) TO WS-LIN-IMPAR.
005090     MOVE WS-DIA-REJEITADOS (WS-DIA-IDX) TO WS-LIN-REJEITADOS.
005100     MOVE WS-DIA-QUARENTENA (WS-DIA-IDX) TO WS-LIN-QUARENTENA.
005110     MOVE WS-DIA-DIVERGENTES (WS-DIA-IDX) TO WS-LIN-DIVERGENTES.
005120     MOVE WS-DIA-REINICIOS (WS-DIA-IDX) TO WS-LIN-REINICIOS.
005130     IF WS-DIA-STATUS (WS-DIA-IDX) = SPACE
005140         MOVE "PENDENTE - SEM REGISTRO RUNCTL" TO WS-LIN-SITUACAO
005150         ADD 1 TO WS-QTD-PENDENTES
005160     ELSE
005170         IF WS-DIA-STATUS (WS-DIA-IDX) = "F"
005180             MOVE "FECHADO" TO WS-LIN-SITUACAO
005190             ADD 1 TO WS-MTD-DIAS
005200         ELSE
005210             MOVE "PENDENTE - NAO FECHADO" TO WS-LIN-SITUACAO
005220             ADD 1 TO WS-QTD-PENDENTES
005230         END-IF
005240     END-IF.
005250     MOVE SPACES TO RPT-RECORD.
005260     MOVE WS-DIA-LINHA TO RPT-LINE.
005270     WRITE RPT-RECORD.
005280     ADD WS-DIA-EXECUCOES (WS-DIA-IDX) TO WS-MTD-EXECUCOES.
005290     ADD WS-DIA-LIDOS (WS-DIA-IDX) TO WS-MTD-LIDOS.
005300     ADD WS-DIA-PAR (WS-DIA-IDX) TO WS-MTD-PAR.
005310     ADD WS-DIA-IMPAR (WS-DIA-IDX) TO WS-MTD-IMPAR.
005320     ADD WS-DIA-REJEITADOS (WS-DIA-IDX) TO WS-MTD-REJEITADOS.
005330     ADD WS-DIA-QUARENTENA (WS-DIA-IDX) TO WS-MTD-QUARENTENA.
005340     ADD WS-DIA-DIVERGENTES (WS-DIA-IDX) TO WS-MTD-DIVERGENTES.
005350     ADD WS-DIA-REINICIOS (WS-DIA-IDX) TO WS-MTD-REINICIOS.
005360 2400-NEXT.
005370     ADD 1 TO WS-DIA-IDX.
005380 2400-EXIT.
005390     EXIT.
005400******************************************************************
005410*    2500-GRAVAR-MES - RECORD THE MONTH'S TOTALS ON MESFILE AND  *
005420*                      MARK IT FECHADO.  A REOPENED MONTH KEEPS  *
005430*                      THE STAMP OF ITS LAST REOPEN              *
005440******************************************************************
005450 2500-GRAVAR-MES.
005460     IF NOT WS-MES-ACHADO
005470         MOVE SPACES TO MES-RECORD
005480         MOVE WS-ANO-MES-X TO MES-CHAVE
005490         MOVE ZERO TO MES-DATA-REABERTURA
005500         MOVE ZERO TO MES-HORA-REABERTURA
005510     END-IF.
005520     MOVE "F" TO MES-STATUS.
005530     MOVE WS-MTD-DIAS        TO MES-QTD-DIAS.
005540     MOVE WS-MTD-EXECUCOES   TO MES-QTD-EXECUCOES.
005550     MOVE WS-MTD-LIDOS       TO MES-QTD-LIDOS.
005560     MOVE WS-MTD-PAR         TO MES-QTD-PAR.
005570     MOVE WS-MTD-IMPAR       TO MES-QTD-IMPAR.
005580     MOVE WS-MTD-REJEITADOS  TO MES-QTD-REJEITADOS.
005590     MOVE WS-MTD-QUARENTENA  TO MES-QTD-QUARENTENA.
005600     MOVE WS-MTD-DIVERGENTES TO MES-QTD-DIVERGENTES.
005610     MOVE WS-MTD-REINICIOS   TO MES-QTD-REINICIOS.
005620     MOVE WS-DATA-SISTEMA    TO MES-DATA-FECHAMENTO.
005630     MOVE WS-HORA-SISTEMA    TO MES-HORA-FECHAMENTO.
005640     MOVE WS-JOB-ID          TO MES-JOB-ID.
005650     IF WS-MES-ACHADO
005660         REWRITE MES-RECORD
005670             INVALID KEY
005680                 DISPLAY "FECHMES - ERRO AO REGRAVAR NO MESFILE"
005690                     " - STATUS " WS-FS-MES
005700         END-REWRITE
005710     ELSE
005720         WRITE MES-RECORD
005730             INVALID KEY
005740                 DISPLAY "FECHMES - ERRO AO INCLUIR NO MESFILE"
005750                     " - STATUS " WS-FS-MES
005760         END-WRITE
005770     END-IF.
005780     IF NOT WS-FS-MES-OK
005790         PERFORM 8000-FINALIZE THRU 8000-EXIT
005800         GO TO 9999-ABEND
005810     END-IF.
005820 2500-EXIT.
005830     EXIT.
005840******************************************************************
005850*    2600-ACUMULAR-ANO - YEAR-TO-DATE: THE CLOSED MONTHS OF THE  *
005860*                        YEAR UP TO AND INCLUDING THIS ONE.      *
005870*                        MESFILE IS REOPENED TO READ IT FROM THE *
005880*                        FIRST MONTH                             *
005890******************************************************************
005900 2600-ACUMULAR-ANO.
005910     CLOSE MES-FILE.
005920     OPEN I-O MES-FILE.
005930     IF NOT WS-FS-MES-OK
005940         DISPLAY "FECHMES - ERRO AO REABRIR MESFILE - STATUS "
005950             WS-FS-MES
005960         PERFORM 8000-FINALIZE THRU 8000-EXIT
005970         GO TO 9999-ABEND
005980     END-IF.
005990     MOVE "N" TO WS-MES-EOF-SWITCH.
006000     PERFORM 2610-LER-MES-ANO THRU 2610-EXIT
006010         UNTIL WS-MES-EOF.
006020 2600-EXIT.
006030     EXIT.
006040******************************************************************
006050*    2610-LER-MES-ANO - ONE MESFILE RECORD OF THE YEAR SCAN      *
006060******************************************************************
006070 2610-LER-MES-ANO.
006080     READ MES-FILE NEXT RECORD
006090         AT END
006100             MOVE "Y" TO WS-MES-EOF-SWITCH
006110             GO TO 2610-EXIT
006120     END-READ.
006130     IF MES-CHAVE > WS-ANO-MES-X
006140         MOVE "Y" TO WS-MES-EOF-SWITCH
006150         GO TO 2610-EXIT
006160     END-IF.
006170     IF MES-ANO NOT = WS-ANO OR NOT MES-FECHADO
006180         GO TO 2610-EXIT
006190     END-IF.
006200     ADD 1 TO WS-YTD-MESES.
006210     ADD MES-QTD-DIAS        TO WS-YTD-DIAS.
006220     ADD MES-QTD-EXECUCOES   TO WS-YTD-EXECUCOES.
006230     ADD MES-QTD-LIDOS       TO WS-YTD-LIDOS.
006240     ADD MES-QTD-PAR         TO WS-YTD-PAR.
006250     ADD MES-QTD-IMPAR       TO WS-YTD-IMPAR.
006260     ADD MES-QTD-REJEITADOS  TO WS-YTD-REJEITADOS.
006270     ADD MES-QTD-QUARENTENA  TO WS-YTD-QUARENTENA.
006280     ADD MES-QTD-DIVERGENTES TO WS-YTD-DIVERGENTES.
006290     ADD MES-QTD-REINICIOS   TO WS-YTD-REINICIOS.
006300 2610-EXIT.
006310     EXIT.
006320******************************************************************
006330*    2700-WRITE-PERIODO - THE PERIOD TOTALS, MONTH-TO-DATE AND   *
006340*                         YEAR-TO-DATE                           *
006350******************************************************************
006360 2700-WRITE-PERIODO.
006370     MOVE SPACES TO RPT-RECORD.
006380     WRITE RPT-RECORD.
006390     MOVE WS-YTD-MESES TO WS-QTD-ED.
006400     MOVE SPACES TO RPT-RECORD.
006410     STRING "TOTAIS DO PERIODO - MES " DELIMITED BY SIZE
006420         WS-ANO-MES DELIMITED BY SIZE
006430         " FECHADO - MESES FECHADOS NO ANO: " DELIMITED BY SIZE
006440         WS-QTD-ED DELIMITED BY SIZE
006450         INTO RPT-LINE.
006460     WRITE RPT-RECORD.
006470     MOVE SPACES TO RPT-RECORD.
006480     STRING "TOTAL                                  NO MES   "
006490             DELIMITED BY SIZE
006500         "NO ANO (ACUMULADO)" DELIMITED BY SIZE
006510         INTO RPT-LINE.
006520     WRITE RPT-RECORD.
006530     MOVE "DATAS DE NEGOCIO" TO WS-MET-TEXTO.
006540     MOVE WS-MTD-DIAS TO WS-MET-MES.
006550     MOVE WS-YTD-DIAS TO WS-MET-ANO.
006560     PERFORM 2710-WRITE-METRICA THRU 2710-EXIT.
006570     MOVE "EXECUCOES" TO WS-MET-TEXTO.
006580     MOVE WS-MTD-EXECUCOES TO WS-MET-MES.
006590     MOVE WS-YTD-EXECUCOES TO WS-MET-ANO.
006600     PERFORM 2710-WRITE-METRICA THRU 2710-EXIT.
006610     MOVE "REGISTROS LIDOS" TO WS-MET-TEXTO.
006620     MOVE WS-MTD-LIDOS TO WS-MET-MES.
006630     MOVE WS-YTD-LIDOS TO WS-MET-ANO.
006640     PERFORM 2710-WRITE-METRICA THRU 2710-EXIT.
006650     MOVE "PAR" TO WS-MET-TEXTO.
006660     MOVE WS-MTD-PAR TO WS-MET-MES.
006670     MOVE WS-YTD-PAR TO WS-MET-ANO.
006680     PERFORM 2710-WRITE-METRICA THRU 2710-EXIT.
006690     MOVE "IMPAR" TO WS-MET-TEXTO.
006700     MOVE WS-MTD-IMPAR TO WS-MET-MES.
006710     MOVE WS-YTD-IMPAR TO WS-MET-ANO.
006720     PERFORM 2710-WRITE-METRICA THRU 2710-EXIT.
006730     MOVE "REJEITADOS" TO WS-MET-TEXTO.
006740     MOVE WS-MTD-REJEITADOS TO WS-MET-MES.
006750     MOVE WS-YTD-REJEITADOS TO WS-MET-ANO.
006760     PERFORM 2710-WRITE-METRICA THRU 2710-EXIT.
006770     MOVE "QUARENTENADOS" TO WS-MET-TEXTO.
006780     MOVE WS-MTD-QUARENTENA TO WS-MET-MES.
006790     MOVE WS-YTD-QUARENTENA TO WS-MET-ANO.
006800     PERFORM 2710-WRITE-METRICA THRU 2710-EXIT.
006810     MOVE "EXECUCOES DIVERGENTES" TO WS-MET-TEXTO.
006820     MOVE WS-MTD-DIVERGENTES TO WS-MET-MES.
006830     MOVE WS-YTD-DIVERGENTES TO WS-MET-ANO.
006840     PERFORM 2710-WRITE-METRICA THRU 2710-EXIT.
006850     MOVE "REINICIOS" TO WS-MET-TEXTO.
006860     MOVE WS-MTD-REINICIOS TO WS-MET-MES.
006870     MOVE WS-YTD-REINICIOS TO WS-MET-ANO.
006880     PERFORM 2710-WRITE-METRICA THRU 2710-EXIT.
006890 2700-EXIT.
006900     EXIT.
006910******************************************************************
006920*    2710-WRITE-METRICA - ONE PERIOD TOTAL LINE                  *
006930******************************************************************
006940 2710-WRITE-METRICA.
006950     MOVE WS-MET-MES TO WS-QTD-ED.
006960     MOVE WS-MET-ANO TO WS-QTD-ED2.
006970     MOVE SPACES TO RPT-RECORD.
006980     STRING WS-MET-TEXTO DELIMITED BY SIZE
006990         "       " DELIMITED BY SIZE
007000         WS-QTD-ED DELIMITED BY SIZE
007010         "   " DELIMITED BY SIZE
007020         WS-QTD-ED2 DELIMITED BY SIZE
007030         INTO RPT-LINE.
007040     WRITE RPT-RECORD.
007050 2710-EXIT.
007060     EXIT.
007070******************************************************************
007080*    4000-REABRIR-MES - DELIBERATE PERIOD REOPEN OF A CLOSED     *
007090*                       MONTH - NEEDS THE FECHMES "RM" GRANT AND *
007100*                       IS JOURNALED                             *
007110******************************************************************
007120 4000-REABRIR-MES.
007130     MOVE SPACES TO AUT-ALVO.
007140     STRING "MES " DELIMITED BY SIZE
007150         WS-ANO-MES DELIMITED BY SIZE
007160         INTO AUT-ALVO.
007170     MOVE SPACES TO AUT-COMPLEMENTO.
007180     PERFORM 7000-AUTORIZAR THRU 7000-EXIT.
007190     PERFORM 5000-LER-MES THRU 5000-EXIT.
007200     IF NOT WS-MES-ACHADO OR NOT MES-FECHADO
007210         MOVE SPACES TO RPT-RECORD
007220         STRING "MES " DELIMITED BY SIZE
007230             WS-ANO-MES DELIMITED BY SIZE
007240             " NAO ESTA FECHADO - NADA A REABRIR"
007250                 DELIMITED BY SIZE
007260             INTO RPT-LINE
007270         WRITE RPT-RECORD
007280         DISPLAY "FECHMES - MES " WS-ANO-MES
007290             " NAO ESTA FECHADO - NADA A REABRIR"
007300         MOVE "MES NAO FECHADO" TO AUT-COMPLEMENTO
007310         MOVE ZERO TO AUT-QTD
007320         MOVE "CONCLUIDO" TO AUT-RESULTADO
007330         MOVE "N" TO WS-DIARIO-PENDENTE-SW
007340         PERFORM 7100-REGISTRAR-DIARIO THRU 7100-EXIT
007350         GO TO 4000-EXIT
007360     END-IF.
007370     MOVE "STATUS ANTERIOR F" TO AUT-COMPLEMENTO.
007380     MOVE "R" TO MES-STATUS.
007390     MOVE WS-DATA-SISTEMA TO MES-DATA-REABERTURA.
007400     MOVE WS-HORA-SISTEMA TO MES-HORA-REABERTURA.
007410     MOVE WS-OPERADOR     TO MES-OPERADOR-REABERTURA.
007420     REWRITE MES-RECORD
007430         INVALID KEY
007440             DISPLAY "FECHMES - ERRO AO REGRAVAR NO MESFILE"
007450                 " - STATUS " WS-FS-MES
007460     END-REWRITE.
007470     IF NOT WS-FS-MES-OK
007480         PERFORM 8000-FINALIZE THRU 8000-EXIT
007490         GO TO 9999-ABEND
007500     END-IF.
007510     MOVE 1 TO AUT-QTD.
007520     MOVE "CONCLUIDO" TO AUT-RESULTADO.
007530     MOVE "N" TO WS-DIARIO-PENDENTE-SW.
007540     PERFORM 7100-REGISTRAR-DIARIO THRU 7100-EXIT.
007550     MOVE SPACES TO RPT-RECORD.
007560     STRING "MES " DELIMITED BY SIZE
007570         WS-ANO-MES DELIMITED BY SIZE
007580         " REABERTO POR " DELIMITED BY SIZE
007590         WS-OPERADOR DELIMITED BY SIZE
007600         " - FECHADO ANTES EM " DELIMITED BY SIZE
007610         MES-DATA-FECHAMENTO DELIMITED BY SIZE
007620         " - FECHAR DE NOVO COM A FUNCAO FM" DELIMITED BY SIZE
007630         INTO RPT-LINE.
007640     WRITE RPT-RECORD.
007650     DISPLAY "FECHMES - MES " WS-ANO-MES " REABERTO POR "
007660         WS-OPERADOR.
007670 4000-EXIT.
007680     EXIT.
007690******************************************************************
007700*    5000-LER-MES - KEYED READ OF THE MONTH ON MESFILE           *
007710******************************************************************
007720 5000-LER-MES.
007730     MOVE WS-ANO-MES-X TO MES-CHAVE.
007740     MOVE "N" TO WS-MES-ACHADO-SW.
007750     READ MES-FILE
007760         INVALID KEY
007770             CONTINUE
007780         NOT INVALID KEY
007790             MOVE "Y" TO WS-MES-ACHADO-SW
007800     END-READ.
007810 5000-EXIT.
007820     EXIT.
007830******************************************************************
007840*    7000-AUTORIZAR - THE OPERATOR ON MESPARM MUST HOLD THE      *
007850*                     OPRFILE GRANT FOR THE FUNCTION.  OPRAUT    *
007860*                     JOURNALS A REFUSAL ITSELF; THE TARGET IS   *
007870*                     SET BY THE CALLER                          *
007880******************************************************************
007890 7000-AUTORIZAR.
007900     MOVE "V"          TO AUT-OPERACAO.
007910     MOVE WS-OPERADOR  TO AUT-OPERADOR.
007920     MOVE "FECHMES"    TO AUT-PROGRAMA.
007930     MOVE WS-FUNCAO    TO AUT-FUNCAO.
007940     MOVE WS-JOB-ID    TO AUT-JOB-ID.
007950     MOVE ZERO         TO AUT-QTD.
007960     MOVE SPACES       TO AUT-RESULTADO.
007970     CALL "OPRAUT" USING AUT-AREA.
007980     IF NOT AUT-AUTORIZADO
007990         DISPLAY "FECHMES - FUNCAO " WS-FUNCAO " RECUSADA PARA O "
008000             "MES " WS-ANO-MES " - OPERADOR " WS-OPERADOR
008010         MOVE SPACES TO RPT-RECORD
008020         STRING "REABERTURA RECUSADA - OPERADOR "
008030                 DELIMITED BY SIZE
008040             WS-OPERADOR DELIMITED BY SIZE
008050             " SEM AUTORIZACAO FECHMES RM" DELIMITED BY SIZE
008060             INTO RPT-LINE
008070         WRITE RPT-RECORD
008080         PERFORM 8000-FINALIZE THRU 8000-EXIT
008090         GO TO 9999-ABEND
008100     END-IF.
008110     MOVE "Y" TO WS-DIARIO-PENDENTE-SW.
008120 7000-EXIT.
008130     EXIT.
008140******************************************************************
008150*    7100-REGISTRAR-DIARIO - JOURNAL THE OUTCOME OF THE          *
008160*                            AUTHORIZED ACTION                   *
008170******************************************************************
008180 7100-REGISTRAR-DIARIO.
008190     MOVE "J" TO AUT-OPERACAO.
008200     CALL "OPRAUT" USING AUT-AREA.
008210     IF NOT AUT-AUTORIZADO
008220         DISPLAY "FECHMES - AVISO - ACAO NAO REGISTRADA NO "
008230             "JRNFILE - RETORNO " AUT-RETORNO
008240     END-IF.
008250 7100-EXIT.
008260     EXIT.
008270******************************************************************
008280*    8000-FINALIZE - CLOSE MESFILE AND THE REPORT                *
008290******************************************************************
008300 8000-FINALIZE.
008310     CLOSE MES-FILE.
008320     CLOSE PERIODO-RPT.
008330 8000-EXIT.
008340     EXIT.
008350******************************************************************
008360*    9999-ABEND - COMMON ERROR EXIT                              *
008370******************************************************************
008380 9999-ABEND.
008390     IF WS-DIARIO-PENDENTE
008400         MOVE "ABORTADO" TO AUT-RESULTADO
008410         MOVE "N" TO WS-DIARIO-PENDENTE-SW
008420         PERFORM 7100-REGISTRAR-DIARIO THRU 7100-EXIT
008430     END-IF.
008440     STOP RUN WITH ERROR STATUS 16.
008450 9999-EXIT.
008460     EXIT.
008470 END PROGRAM FECHMES.
