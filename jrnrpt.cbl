000010******************************************************************
000020* AUTHOR.      GABRIELA BARBOSA.
000030* INSTALLATION. CPD - CENTRO DE PROCESSAMENTO DE DADOS.
000040* DATE-WRITTEN. 15/10/2026.
000050* DATE-COMPILED.
000060* PURPOSE.     MAINTENANCE JOURNAL LISTING FOR THE COMPLIANCE
000070*              BINDER.  LISTS THE SHARED MAINTENANCE JOURNAL
000080*              (JRNFILE, SEE JRNREC) WRITTEN BY OPRAUT FOR THE
000090*              PROTECTED FUNCTIONS OF RUNCTLM, SUSMNT, MSTMNT,
000100*              AUDARCH, FECHMES AND ESTORNO - ONE LINE PER ACTION
000105*              WITH THE OPERATOR, FUNCTION, DATE/TIME, TARGET,
000110*              RECORD COUNT AND OUTCOME - AND ENDS WITH THE COUNT
000120*              OF ACTIONS CONCLUDED, REFUSED AND ABORTED.  THE
000130*              OPTIONAL JRNPARM (SEE JLPREC) LIMITS THE LISTING TO
000140*              A DATE RANGE AND/OR ONE OPERATOR.
000160* TECTONICS.   COBC
000170*------------------------------------------------------------------
000180* MODIFICATION HISTORY
000190* DATE       INIT  DESCRIPTION
000200* 15/10/2026 GB    ORIGINAL VERSION.
000205* 15/10/2026 GB    FECHMES ADDED TO THE LISTED UTILITIES.
000207* 15/10/2026 GB    ESTORNO ADDED TO THE LISTED UTILITIES.
000210******************************************************************
000220 IDENTIFICATION DIVISION.
000230 PROGRAM-ID. JRNRPT.
000240 ENVIRONMENT DIVISION.
000250 INPUT-OUTPUT SECTION.
000260 FILE-CONTROL.
000270     SELECT DIARIO-FILE ASSIGN TO "JRNFILE"
000280         ORGANIZATION IS LINE SEQUENTIAL
000290         FILE STATUS IS WS-FS-JRN.
000300     SELECT JRNPARM-FILE ASSIGN TO "JRNPARM"
000310         ORGANIZATION IS LINE SEQUENTIAL
000320         FILE STATUS IS WS-FS-JLP.
000330     SELECT DIARIO-RPT ASSIGN TO "JRNLIST"
000340         ORGANIZATION IS LINE SEQUENTIAL
000350         FILE STATUS IS WS-FS-RPT.
000360 DATA DIVISION.
000370 FILE SECTION.
000380 FD  DIARIO-FILE
000390     RECORDING MODE IS F.
000400     COPY JRNREC.
000410 FD  JRNPARM-FILE
000420     RECORDING MODE IS F.
000430     COPY JLPREC.
000440 FD  DIARIO-RPT
000450     RECORDING MODE IS F.
000460     COPY RPTREC.
000470 WORKING-STORAGE SECTION.
000480 77  WS-FS-JRN               PIC X(02) VALUE ZEROS.
000490     88  WS-FS-JRN-OK                VALUE "00".
000500     88  WS-FS-JRN-INEXISTENTE       VALUE "35".
000510 77  WS-FS-JLP               PIC X(02) VALUE ZEROS.
000520     88  WS-FS-JLP-OK                VALUE "00".
000530 77  WS-FS-RPT               PIC X(02) VALUE ZEROS.
000540     88  WS-FS-RPT-OK                VALUE "00".
000550 77  WS-EOF-SWITCH           PIC X(01) VALUE "N".
000560     88  WS-EOF                       VALUE "Y".
000570 77  WS-SELECIONADO-SW       PIC X(01) VALUE "N".
000580     88  WS-SELECIONADO               VALUE "Y".
000590 77  WS-DATA-SISTEMA         PIC 9(08) VALUE ZERO.
000600 77  WS-HORA-SISTEMA         PIC 9(08) VALUE ZERO.
000610 77  WS-DATA-INICIAL         PIC 9(08) VALUE ZERO.
000620 77  WS-DATA-FINAL           PIC 9(08) VALUE 99999999.
000630 77  WS-OPERADOR             PIC X(08) VALUE SPACES.
000640 77  WS-QTD-LIDOS            PIC 9(09) COMP VALUE ZERO.
000650 77  WS-QTD-LISTADOS         PIC 9(09) COMP VALUE ZERO.
000660 77  WS-QTD-CONCLUIDOS       PIC 9(09) COMP VALUE ZERO.
000670 77  WS-QTD-RECUSADOS        PIC 9(09) COMP VALUE ZERO.
000680 77  WS-QTD-ABORTADOS        PIC 9(09) COMP VALUE ZERO.
000690 77  WS-QTD-ED               PIC Z(8)9.
000700 77  WS-QTD-ED2              PIC Z(8)9.
000710 77  WS-QTD-ED3              PIC Z(8)9.
000720 77  WS-JRN-QTD-ED           PIC Z(8)9.
000730******************************************************************
000740*    PROCEDURE DIVISION                                          *
000750******************************************************************
000760 PROCEDURE DIVISION.
000770 0000-MAINLINE.
000780     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
000790     PERFORM 2000-PROCESS-DIARIO THRU 2000-EXIT
000800         UNTIL WS-EOF.
000810     PERFORM 8000-FINALIZE THRU 8000-EXIT.
000820     STOP RUN.
000830******************************************************************
000840*    1000-INITIALIZE - READ THE OPTIONAL FILTER, OPEN THE FILES  *
000850*                      AND PRIME THE READ                        *
000860******************************************************************
000870 1000-INITIALIZE.
000880     ACCEPT WS-DATA-SISTEMA FROM DATE YYYYMMDD.
000890     ACCEPT WS-HORA-SISTEMA FROM TIME.
000900     OPEN INPUT JRNPARM-FILE.
000910     IF WS-FS-JLP-OK
000920         READ JRNPARM-FILE
000930             AT END
000940                 CONTINUE
000950             NOT AT END
000960                 IF JLP-DATA-INICIAL NUMERIC
000970                     MOVE JLP-DATA-INICIAL TO WS-DATA-INICIAL
000980                 END-IF
000990                 IF JLP-DATA-FINAL NUMERIC
001000                    AND JLP-DATA-FINAL NOT = ZERO
001010                     MOVE JLP-DATA-FINAL TO WS-DATA-FINAL
001020                 END-IF
001030                 MOVE JLP-OPERADOR TO WS-OPERADOR
001040         END-READ
001050         CLOSE JRNPARM-FILE
001060     END-IF.
001070     OPEN OUTPUT DIARIO-RPT.
001080     IF NOT WS-FS-RPT-OK
001090         DISPLAY "JRNRPT - ERRO AO ABRIR JRNLIST - STATUS "
001100             WS-FS-RPT
001110         GO TO 9999-ABEND
001120     END-IF.
001130     PERFORM 1500-WRITE-CABECALHO THRU 1500-EXIT.
001140     OPEN INPUT DIARIO-FILE.
001150     IF WS-FS-JRN-INEXISTENTE
001160         MOVE SPACES TO RPT-RECORD
001170         STRING "JRNFILE INEXISTENTE - NENHUMA ACAO REGISTRADA"
001180                 DELIMITED BY SIZE
001190             INTO RPT-LINE
001200         WRITE RPT-RECORD
001210         MOVE "Y" TO WS-EOF-SWITCH
001220         GO TO 1000-EXIT
001230     END-IF.
001240     IF NOT WS-FS-JRN-OK
001250         DISPLAY "JRNRPT - ERRO AO ABRIR JRNFILE - STATUS "
001260             WS-FS-JRN
001270         GO TO 9999-ABEND
001280     END-IF.
001290     PERFORM 2100-READ-DIARIO THRU 2100-EXIT.
001300 1000-EXIT.
001310     EXIT.
001320******************************************************************
001330*    1500-WRITE-CABECALHO - REPORT TITLE, FILTER AND COLUMN      *
001340*                           HEADINGS                             *
001350******************************************************************
001360 1500-WRITE-CABECALHO.
001370     MOVE SPACES TO RPT-RECORD.
001380     STRING "JRNRPT - DIARIO DE MANUTENCAO - EMITIDO EM "
001390             DELIMITED BY SIZE
001400         WS-DATA-SISTEMA DELIMITED BY SIZE
001410         " " DELIMITED BY SIZE
001420         WS-HORA-SISTEMA DELIMITED BY SIZE
001430         INTO RPT-LINE.
001440     WRITE RPT-RECORD.
001450     MOVE SPACES TO RPT-RECORD.
001460     STRING "PERIODO: " DELIMITED BY SIZE
001470         WS-DATA-INICIAL DELIMITED BY SIZE
001480         " A " DELIMITED BY SIZE
001490         WS-DATA-FINAL DELIMITED BY SIZE
001500         "   OPERADOR: " DELIMITED BY SIZE
001510         WS-OPERADOR DELIMITED BY SIZE
001520         INTO RPT-LINE.
001530     IF WS-OPERADOR = SPACES
001540         MOVE "TODOS" TO RPT-LINE (42:5)
001550     END-IF.
001560     WRITE RPT-RECORD.
001570     MOVE SPACES TO RPT-RECORD.
001580     STRING "DATA     HORA     OPERADOR PROGRAMA FU "
001590             DELIMITED BY SIZE
001600         "ALVO                 COMPLEMENTO          "
001610             DELIMITED BY SIZE
001620         "      QTDE RESULTADO  JOB" DELIMITED BY SIZE
001630         INTO RPT-LINE.
001640     WRITE RPT-RECORD.
001650 1500-EXIT.
001660     EXIT.
001670******************************************************************
001680*    2000-PROCESS-DIARIO - FILTER, COUNT AND LIST ONE JOURNAL    *
001690*                          LINE                                  *
001700******************************************************************
001710 2000-PROCESS-DIARIO.
001720     ADD 1 TO WS-QTD-LIDOS.
001730     MOVE "Y" TO WS-SELECIONADO-SW.
001740     IF JRN-DATA < WS-DATA-INICIAL
001750        OR JRN-DATA > WS-DATA-FINAL
001760         MOVE "N" TO WS-SELECIONADO-SW
001770     END-IF.
001780     IF WS-OPERADOR NOT = SPACES
001790        AND JRN-OPERADOR NOT = WS-OPERADOR
001800         MOVE "N" TO WS-SELECIONADO-SW
001810     END-IF.
001820     IF WS-SELECIONADO
001830         PERFORM 2300-ACUMULAR THRU 2300-EXIT
001840         PERFORM 2400-WRITE-DETALHE THRU 2400-EXIT
001850     END-IF.
001860     PERFORM 2100-READ-DIARIO THRU 2100-EXIT.
001870 2000-EXIT.
001880     EXIT.
001890******************************************************************
001900*    2100-READ-DIARIO - READ-UNTIL-END PARAGRAPH FOR JRNFILE     *
001910******************************************************************
001920 2100-READ-DIARIO.
001930     READ DIARIO-FILE
001940         AT END
001950             MOVE "Y" TO WS-EOF-SWITCH
001960     END-READ.
001970 2100-EXIT.
001980     EXIT.
001990******************************************************************
002000*    2300-ACUMULAR - COUNT THE ACTION UNDER ITS OUTCOME          *
002010******************************************************************
002020 2300-ACUMULAR.
002030     ADD 1 TO WS-QTD-LISTADOS.
002040     IF JRN-CONCLUIDO
002050         ADD 1 TO WS-QTD-CONCLUIDOS
002060     ELSE
002070         IF JRN-RECUSADO
002080             ADD 1 TO WS-QTD-RECUSADOS
002090         ELSE
002100             ADD 1 TO WS-QTD-ABORTADOS
002110         END-IF
002120     END-IF.
002130 2300-EXIT.
002140     EXIT.
002150******************************************************************
002160*    2400-WRITE-DETALHE - ONE REPORT LINE PER JOURNALED ACTION   *
002170******************************************************************
002180 2400-WRITE-DETALHE.
002190     MOVE JRN-QTD TO WS-JRN-QTD-ED.
002200     MOVE SPACES TO RPT-RECORD.
002210     STRING JRN-DATA DELIMITED BY SIZE
002220         " " DELIMITED BY SIZE
002230         JRN-HORA DELIMITED BY SIZE
002240         " " DELIMITED BY SIZE
002250         JRN-OPERADOR DELIMITED BY SIZE
002260         " " DELIMITED BY SIZE
002270         JRN-PROGRAMA DELIMITED BY SIZE
002280         " " DELIMITED BY SIZE
002290         JRN-FUNCAO DELIMITED BY SIZE
002300         " " DELIMITED BY SIZE
002310         JRN-ALVO DELIMITED BY SIZE
002320         " " DELIMITED BY SIZE
002330         JRN-COMPLEMENTO DELIMITED BY SIZE
002340         " " DELIMITED BY SIZE
002350         WS-JRN-QTD-ED DELIMITED BY SIZE
002360         " " DELIMITED BY SIZE
002370         JRN-RESULTADO DELIMITED BY SIZE
002380         " " DELIMITED BY SIZE
002390         JRN-JOB-ID DELIMITED BY SIZE
002400         INTO RPT-LINE.
002410     WRITE RPT-RECORD.
002420 2400-EXIT.
002430     EXIT.
002440******************************************************************
002450*    8000-FINALIZE - OUTCOME TOTALS FOR THE BINDER, CLOSE        *
002460******************************************************************
002470 8000-FINALIZE.
002480     MOVE SPACES TO RPT-RECORD.
002490     STRING "-------------------------------------------"
002500             DELIMITED BY SIZE
002510         INTO RPT-LINE.
002520     WRITE RPT-RECORD.
002530     MOVE WS-QTD-LISTADOS TO WS-QTD-ED.
002540     MOVE WS-QTD-LIDOS    TO WS-QTD-ED2.
002550     MOVE SPACES TO RPT-RECORD.
002560     STRING "ACOES LISTADAS: " DELIMITED BY SIZE
002570         WS-QTD-ED DELIMITED BY SIZE
002580         "   LINHAS NO DIARIO: " DELIMITED BY SIZE
002590         WS-QTD-ED2 DELIMITED BY SIZE
002600         INTO RPT-LINE.
002610     WRITE RPT-RECORD.
002620     MOVE WS-QTD-CONCLUIDOS TO WS-QTD-ED.
002630     MOVE WS-QTD-RECUSADOS  TO WS-QTD-ED2.
002640     MOVE WS-QTD-ABORTADOS  TO WS-QTD-ED3.
002650     MOVE SPACES TO RPT-RECORD.
002660     STRING "CONCLUIDAS: " DELIMITED BY SIZE
002670         WS-QTD-ED DELIMITED BY SIZE
002680         "   RECUSADAS: " DELIMITED BY SIZE
002690         WS-QTD-ED2 DELIMITED BY SIZE
002700         "   ABORTADAS: " DELIMITED BY SIZE
002710         WS-QTD-ED3 DELIMITED BY SIZE
002720         INTO RPT-LINE.
002730     WRITE RPT-RECORD.
002740     IF NOT WS-FS-JRN-INEXISTENTE
002750         CLOSE DIARIO-FILE
002760     END-IF.
002770     CLOSE DIARIO-RPT.
002780     MOVE WS-QTD-LISTADOS TO WS-QTD-ED.
002790     DISPLAY "JRNRPT - DIARIO EMITIDO - " WS-QTD-ED
002800         " ACOES LISTADAS".
002810 8000-EXIT.
002820     EXIT.
002830******************************************************************
002840*    9999-ABEND - COMMON ERROR EXIT                              *
002850******************************************************************
002860 9999-ABEND.
002870     STOP RUN WITH ERROR STATUS 16.
002880 9999-EXIT.
002890     EXIT.
002900 END PROGRAM JRNRPT.
