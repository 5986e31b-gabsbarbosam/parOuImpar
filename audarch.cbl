000170*              DESTRUCTION REPORT (DSTRPT) LISTING EXACTLY WHICH
000180*              DATE RANGES WERE PURGED, FOR THE COMPLIANCE BINDER;
000190*              OPERATIONS DELETES THE LISTED DATASETS FROM THE
000200*              REPORT.  THE PURGE ONLY RUNS FOR AN OPERATOR
000210*              (APA-OPERADOR) HOLDING THE "PU" GRANT ON OPRFILE,
000220*              AND IS JOURNALED ON JRNFILE (SEE OPRAUT).
000230* TECTONICS.   COBC
000240*------------------------------------------------------------------
000250* MODIFICATION HISTORY
000260* DATE       INIT  DESCRIPTION
000270* 22/08/2026 GB    ORIGINAL VERSION.
000280* 22/08/2026 GB    PURGE NOW STREAMS THE DIRECTORY RECORD BY
000290*                  RECORD THROUGH THE ARCDIRN WORK DATASET AND
000300*                  COPIES IT BACK, INSTEAD OF LOADING A BOUNDED
000310*                  IN-STORAGE TABLE - WITH DAILY GENERATIONS AND
000320*                  A 7-YEAR RETENTION THE OLD 500-ENTRY TABLE
000330*                  WOULD OVERFLOW AND ENTRIES PAST THE CAP WERE
000340*                  DROPPED FROM THE REWRITTEN DIRECTORY WITHOUT
000350*                  APPEARING ON THE DESTRUCTION REPORT.
000360* 02/09/2026 GB    THE ARCHIVE DATASET IS NOW NAMED BY THE PROGRAM
000370*                  ITSELF - "ARC" PLUS THE GENERATION DATE AND
000380*                  TIME ALREADY CATALOGED IN ARCDIR - INSTEAD OF
000390*                  THE JOB POINTING A FIXED ARCFILE NAME AT IT.
000400*                  WITH THE NAME DERIVABLE FROM ARC-DATA-GERACAO/
000410*                  ARC-HORA-GERACAO, AUDRPT CAN NOW OPEN ARCHIVED
000420*                  GENERATIONS ON ITS OWN WHEN AN AUDPARM DATE
000430*                  RANGE REACHES BACK PAST THE CURRENT AUDFILE.
000440* 02/09/2026 GB    FUNCTION "AR" NOW ALSO CUTS THE XREFFILE AUDIT
000450*                  CROSS-REFERENCE OVER WITH THE GENERATION - THE
000460*                  CROSS-REFERENCE DESCRIBES THE CURRENT AUDFILE
000470*                  GENERATION ONLY (SEE XRFREC), SO IT IS
000480*                  RECREATED EMPTY THE MOMENT AUDFILE IS.
000490* 02/09/2026 GB    RESEQUENCED THE SEQUENCE-NUMBER AREA (COLUMNS
000500*                  1-6) THROUGHOUT THE PROGRAM - SUCCESSIVE
000510*                  INSERTIONS HAD LEFT DUPLICATE VALUES.
000520* 15/10/2026 GB    THE RETENTION PURGE ("PU") NOW NEEDS AN
000530*                  OPERATOR (APA-OPERADOR) HOLDING THE AUDARCH
000540*                  "PU" GRANT ON OPRFILE; OTHERWISE THE RUN IS
000550*                  REFUSED.  THE PURGE - RETENTION YEARS, CUT-OFF
000560*                  DATE AND GENERATIONS PURGED - AND A REFUSED OR
000570*                  ABORTED ATTEMPT ARE APPENDED TO THE MAINTENANCE
000580*                  JOURNAL (JRNFILE) THROUGH THE SHARED OPRAUT
000590*                  SUBPROGRAM.
000600* 15/10/2026 GB    RESEQUENCED THE SEQUENCE-NUMBER AREA (COLUMNS
000605*                  1-6) THROUGHOUT THE PROGRAM - THE
000610*                  AUTHORIZATION PARAGRAPHS LEFT NO ROOM BEFORE
000620*                  9999-ABEND.
000630******************************************************************
000640 IDENTIFICATION DIVISION.
000650 PROGRAM-ID. AUDARCH.
000660 ENVIRONMENT DIVISION.
000670 INPUT-OUTPUT SECTION.
000680 FILE-CONTROL.
000690     SELECT AUDIT-FILE ASSIGN TO "AUDFILE"
000700         ORGANIZATION IS LINE SEQUENTIAL
000710         FILE STATUS IS WS-FS-AUD.
000720     SELECT ARQUIVO-FILE ASSIGN TO WS-NOME-ARQUIVO
000730         ORGANIZATION IS LINE SEQUENTIAL
000740         FILE STATUS IS WS-FS-ARQ.
000750     SELECT DIRETORIO-FILE ASSIGN TO "ARCDIR"
000760         ORGANIZATION IS LINE SEQUENTIAL
000770         FILE STATUS IS WS-FS-DIR.
000780     SELECT DIRETORIO-NOVO ASSIGN TO "ARCDIRN"
000790         ORGANIZATION IS LINE SEQUENTIAL
000800         FILE STATUS IS WS-FS-DRN.
000810     SELECT DESTRUICAO-RPT ASSIGN TO "DSTRPT"
000820         ORGANIZATION IS LINE SEQUENTIAL
000830         FILE STATUS IS WS-FS-RPT.
000840     SELECT APARM-FILE ASSIGN TO "ARCPARM"
000850         ORGANIZATION IS LINE SEQUENTIAL
000860         FILE STATUS IS WS-FS-APA.
000870     SELECT XREF-FILE ASSIGN TO "XREFFILE"
000880         ORGANIZATION IS INDEXED
000890         ACCESS MODE IS RANDOM
000900         RECORD KEY IS XRF-CHAVE
000910         FILE STATUS IS WS-FS-XRF.
000920 DATA DIVISION.
000930 FILE SECTION.
000940 FD  AUDIT-FILE
000950     RECORDING MODE IS F.
000960     COPY AUDREC.
000970 FD  ARQUIVO-FILE
000980     RECORDING MODE IS F.
000990 01  ARQ-RECORD              PIC X(57).
001000 FD  DIRETORIO-FILE
001010     RECORDING MODE IS F.
001020     COPY ARCREC.
001030 FD  DIRETORIO-NOVO
001040     RECORDING MODE IS F.
001050 01  DRN-RECORD              PIC X(45).
001060 FD  DESTRUICAO-RPT
001070     RECORDING MODE IS F.
001080     COPY RPTREC.
001090 FD  APARM-FILE
001100     RECORDING MODE IS F.
001110     COPY APAREC.
001120 FD  XREF-FILE.
001130     COPY XRFREC.
001140 WORKING-STORAGE SECTION.
001150 77  WS-FS-AUD               PIC X(02) VALUE ZEROS.
001160     88  WS-FS-AUD-OK                VALUE "00".
001170     88  WS-FS-AUD-INEXISTENTE       VALUE "35".
001180 77  WS-FS-ARQ               PIC X(02) VALUE ZEROS.
001190     88  WS-FS-ARQ-OK                VALUE "00".
001200 77  WS-FS-DIR               PIC X(02) VALUE ZEROS.
001210     88  WS-FS-DIR-OK                VALUE "00".
001220     88  WS-FS-DIR-INEXISTENTE       VALUE "35".
001230 77  WS-FS-DRN               PIC X(02) VALUE ZEROS.
001240     88  WS-FS-DRN-OK                VALUE "00".
001250 77  WS-FS-RPT               PIC X(02) VALUE ZEROS.
001260     88  WS-FS-RPT-OK                VALUE "00".
001270 77  WS-FS-APA               PIC X(02) VALUE ZEROS.
001280     88  WS-FS-APA-OK                VALUE "00".
001290 77  WS-FS-XRF               PIC X(02) VALUE ZEROS.
001300     88  WS-FS-XRF-OK                VALUE "00".
001310 77  WS-EOF-SWITCH           PIC X(01) VALUE "N".
001320     88  WS-EOF                       VALUE "Y".
001330 77  WS-DIR-EOF-SWITCH       PIC X(01) VALUE "N".
001340     88  WS-DIR-EOF                   VALUE "Y".
001350 77  WS-FUNCAO               PIC X(02) VALUE SPACES.
001360     88  WS-FUNCAO-ARQUIVAR          VALUE "AR".
001370     88  WS-FUNCAO-EXPURGAR          VALUE "PU".
001380 77  WS-RETENCAO-ANOS        PIC 9(02) VALUE 7.
001390 77  WS-OPERADOR             PIC X(08) VALUE SPACES.
001400 77  WS-DIARIO-PENDENTE-SW   PIC X(01) VALUE "N".
001410     88  WS-DIARIO-PENDENTE          VALUE "Y".
001420 77  WS-NOME-ARQUIVO         PIC X(19) VALUE SPACES.
001430 77  WS-DATA-SISTEMA         PIC 9(08) VALUE ZERO.
001440 77  WS-HORA-SISTEMA         PIC 9(08) VALUE ZERO.
001450 77  WS-DATA-CORTE           PIC 9(08) VALUE ZERO.
001460 77  WS-ARQ-DATA-MIN         PIC 9(08) VALUE ZERO.
001470 77  WS-ARQ-DATA-MAX         PIC 9(08) VALUE ZERO.
001480 77  WS-QTD-ARQUIVADOS       PIC 9(09) COMP VALUE ZERO.
001490 77  WS-QTD-EXPURGADAS       PIC 9(09) COMP VALUE ZERO.
001500 77  WS-QTD-RETIDAS          PIC 9(09) COMP VALUE ZERO.
001510 77  WS-QTD-ARQUIVADOS-ED    PIC Z(8)9.
001520 77  WS-QTD-EXPURGADAS-ED    PIC Z(8)9.
001530 77  WS-QTD-RETIDAS-ED       PIC Z(8)9.
001540     COPY AUTREC.
001550******************************************************************
001560*    PROCEDURE DIVISION                                          *
001570******************************************************************
001580 PROCEDURE DIVISION.
001590 0000-MAINLINE.
001600     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001610     IF WS-FUNCAO-ARQUIVAR
001620         PERFORM 2000-ARQUIVAR THRU 2000-EXIT
001630     ELSE
001640         PERFORM 5000-EXPURGAR THRU 5000-EXIT
001650     END-IF.
001660     IF WS-DIARIO-PENDENTE
001670         MOVE "CONCLUIDO" TO AUT-RESULTADO
001680         PERFORM 7200-PREENCHER-DIARIO THRU 7200-EXIT
001690         MOVE "N" TO WS-DIARIO-PENDENTE-SW
001700         PERFORM 7100-REGISTRAR-DIARIO THRU 7100-EXIT
001710     END-IF.
001720     STOP RUN.
001730******************************************************************
001740*    1000-INITIALIZE - READ THE FUNCTION PARAMETER AND VALIDATE  *
001750******************************************************************
001760 1000-INITIALIZE.
001770     ACCEPT WS-DATA-SISTEMA FROM DATE YYYYMMDD.
001780     ACCEPT WS-HORA-SISTEMA FROM TIME.
001790     OPEN INPUT APARM-FILE.
001800     IF NOT WS-FS-APA-OK
001810         DISPLAY "AUDARCH - ERRO AO ABRIR ARCPARM - STATUS "
001820             WS-FS-APA
001830         GO TO 9999-ABEND
001840     END-IF.
001850     READ APARM-FILE
001860         AT END
001870             CONTINUE
001880         NOT AT END
001890             MOVE APA-FUNCAO TO WS-FUNCAO
001900             MOVE APA-OPERADOR TO WS-OPERADOR
001910             IF APA-RETENCAO-ANOS NUMERIC
001920                AND APA-RETENCAO-ANOS > ZERO
001930                 MOVE APA-RETENCAO-ANOS TO WS-RETENCAO-ANOS
001940             END-IF
001950     END-READ.
001960     CLOSE APARM-FILE.
001970     IF NOT WS-FUNCAO-ARQUIVAR AND NOT WS-FUNCAO-EXPURGAR
001980         DISPLAY "AUDARCH - FUNCAO INVALIDA EM ARCPARM: "
001990             WS-FUNCAO " - INFORMAR AR OU PU"
002000         GO TO 9999-ABEND
002010     END-IF.
002020     IF WS-FUNCAO-EXPURGAR
002030         MOVE SPACES TO AUT-ALVO
002040         STRING "RETENCAO " DELIMITED BY SIZE
002050             WS-RETENCAO-ANOS DELIMITED BY SIZE
002060             " ANOS" DELIMITED BY SIZE
002070             INTO AUT-ALVO
002080         PERFORM 7000-AUTORIZAR THRU 7000-EXIT
002090     END-IF.
002100 1000-EXIT.
002110     EXIT.
002120******************************************************************
002130*    2000-ARQUIVAR - COPY THE CURRENT AUDFILE GENERATION TO THE  *
002140*                    DATED ARCHIVE, CATALOG IT IN ARCDIR AND     *
002150*                    REOPEN AUDFILE EMPTY                        *
002160******************************************************************
002170 2000-ARQUIVAR.
002180     OPEN INPUT AUDIT-FILE.
002190     IF WS-FS-AUD-INEXISTENTE
002200         DISPLAY "AUDARCH - AUDFILE INEXISTENTE - NADA A ARQUIVAR"
002210         GO TO 2000-EXIT
002220     END-IF.
002230     IF NOT WS-FS-AUD-OK
002240         DISPLAY "AUDARCH - ERRO AO ABRIR AUDFILE - STATUS "
002250             WS-FS-AUD
002260         GO TO 9999-ABEND
002270     END-IF.
002280     MOVE SPACES TO WS-NOME-ARQUIVO.
002290     STRING "ARC" DELIMITED BY SIZE
002300         WS-DATA-SISTEMA DELIMITED BY SIZE
002310         WS-HORA-SISTEMA DELIMITED BY SIZE
002320         INTO WS-NOME-ARQUIVO.
002330     OPEN OUTPUT ARQUIVO-FILE.
002340     IF NOT WS-FS-ARQ-OK
002350         DISPLAY "AUDARCH - ERRO AO ABRIR " WS-NOME-ARQUIVO
002360             " - STATUS " WS-FS-ARQ
002370         GO TO 9999-ABEND
002380     END-IF.
002390     PERFORM 2100-COPIAR-UM-REGISTRO THRU 2100-EXIT
002400         UNTIL WS-EOF.
002410     CLOSE ARQUIVO-FILE.
002420     IF WS-QTD-ARQUIVADOS = ZERO
002430         DISPLAY "AUDARCH - AUDFILE VAZIO - NADA A ARQUIVAR"
002440         CLOSE AUDIT-FILE
002450         GO TO 2000-EXIT
002460     END-IF.
002470     PERFORM 2200-CATALOGAR-GERACAO THRU 2200-EXIT.
002480     CLOSE AUDIT-FILE.
002490     OPEN OUTPUT AUDIT-FILE.
002500     CLOSE AUDIT-FILE.
002510     OPEN OUTPUT XREF-FILE.
002520     IF WS-FS-XRF-OK
002530         CLOSE XREF-FILE
002540         DISPLAY "AUDARCH - XREFFILE REINICIADO COM A GERACAO"
002550     ELSE
002560         DISPLAY "AUDARCH - AVISO - XREFFILE NAO REINICIADO - "
002570             "STATUS " WS-FS-XRF
002580     END-IF.
002590     MOVE WS-QTD-ARQUIVADOS TO WS-QTD-ARQUIVADOS-ED.
002600     DISPLAY "AUDARCH - GERACAO ARQUIVADA EM " WS-NOME-ARQUIVO
002610         " - " WS-QTD-ARQUIVADOS-ED " REGISTROS DE "
002620         WS-ARQ-DATA-MIN " ATE " WS-ARQ-DATA-MAX.
002630 2000-EXIT.
002640     EXIT.
002650******************************************************************
002660*    2100-COPIAR-UM-REGISTRO - COPY ONE AUDIT LINE TO THE        *
002670*                              ARCHIVE, TRACKING THE DATE RANGE  *
002680******************************************************************
002690 2100-COPIAR-UM-REGISTRO.
002700     READ AUDIT-FILE
002710         AT END
002720             MOVE "Y" TO WS-EOF-SWITCH
002730         NOT AT END
002740             ADD 1 TO WS-QTD-ARQUIVADOS
002750             IF WS-ARQ-DATA-MIN = ZERO
002760                OR AUD-DATA < WS-ARQ-DATA-MIN
002770                 MOVE AUD-DATA TO WS-ARQ-DATA-MIN
002780             END-IF
002790             IF AUD-DATA > WS-ARQ-DATA-MAX
002800                 MOVE AUD-DATA TO WS-ARQ-DATA-MAX
002810             END-IF
002820             WRITE ARQ-RECORD FROM AUD-RECORD
002830     END-READ.
002840 2100-EXIT.
002850     EXIT.
002860******************************************************************
002870*    2200-CATALOGAR-GERACAO - APPEND THE GENERATION'S CATALOG    *
002880*                             RECORD TO THE ARCHIVE DIRECTORY    *
002890******************************************************************
002900 2200-CATALOGAR-GERACAO.
002910     OPEN INPUT DIRETORIO-FILE.
002920     IF WS-FS-DIR-OK
002930         CLOSE DIRETORIO-FILE
002940         OPEN EXTEND DIRETORIO-FILE
002950     ELSE
002960         OPEN OUTPUT DIRETORIO-FILE
002970     END-IF.
002980     IF NOT WS-FS-DIR-OK
002990         DISPLAY "AUDARCH - ERRO AO ABRIR ARCDIR - STATUS "
003000             WS-FS-DIR
003010         GO TO 9999-ABEND
003020     END-IF.
003030     MOVE SPACES TO ARC-RECORD.
003040     MOVE WS-DATA-SISTEMA   TO ARC-DATA-GERACAO.
003050     MOVE WS-HORA-SISTEMA   TO ARC-HORA-GERACAO.
003060     MOVE WS-ARQ-DATA-MIN   TO ARC-DATA-INICIO.
003070     MOVE WS-ARQ-DATA-MAX   TO ARC-DATA-FIM.
003080     MOVE WS-QTD-ARQUIVADOS TO ARC-QTD-REGISTROS.
003090     WRITE ARC-RECORD.
003100     CLOSE DIRETORIO-FILE.
003110 2200-EXIT.
003120     EXIT.
003130******************************************************************
003140*    5000-EXPURGAR - DROP EXPIRED GENERATIONS FROM THE DIRECTORY *
003150*                    AND PRODUCE THE DESTRUCTION REPORT          *
003160******************************************************************
003170 5000-EXPURGAR.
003180     OPEN OUTPUT DESTRUICAO-RPT.
003190     IF NOT WS-FS-RPT-OK
003200         DISPLAY "AUDARCH - ERRO AO ABRIR DSTRPT - STATUS "
003210             WS-FS-RPT
003220         GO TO 9999-ABEND
003230     END-IF.
003240     COMPUTE WS-DATA-CORTE =
003250         WS-DATA-SISTEMA - ( WS-RETENCAO-ANOS * 10000 ).
003260     PERFORM 5100-WRITE-CABECALHO THRU 5100-EXIT.
003270     OPEN INPUT DIRETORIO-FILE.
003280     IF WS-FS-DIR-INEXISTENTE
003290         MOVE SPACES TO RPT-RECORD
003300         STRING "DIRETORIO DE ARQUIVAMENTO VAZIO - NADA A "
003310                 DELIMITED BY SIZE
003320             "EXPURGAR" DELIMITED BY SIZE
003330             INTO RPT-LINE
003340         WRITE RPT-RECORD
003350         CLOSE DESTRUICAO-RPT
003360         GO TO 5000-EXIT
003370     END-IF.
003380     IF NOT WS-FS-DIR-OK
003390         DISPLAY "AUDARCH - ERRO AO ABRIR ARCDIR - STATUS "
003400             WS-FS-DIR
003410         GO TO 9999-ABEND
003420     END-IF.
003430     OPEN OUTPUT DIRETORIO-NOVO.
003440     IF NOT WS-FS-DRN-OK
003450         DISPLAY "AUDARCH - ERRO AO ABRIR ARCDIRN - STATUS "
003460             WS-FS-DRN
003470         GO TO 9999-ABEND
003480     END-IF.
003490     PERFORM 5200-DECIDIR-GERACAO THRU 5200-EXIT
003500         UNTIL WS-DIR-EOF.
003510     CLOSE DIRETORIO-FILE.
003520     CLOSE DIRETORIO-NOVO.
003530     PERFORM 5300-SUBSTITUIR-DIRETORIO THRU 5300-EXIT.
003540     PERFORM 5400-WRITE-TOTAIS THRU 5400-EXIT.
003550     CLOSE DESTRUICAO-RPT.
003560 5000-EXIT.
003570     EXIT.
003580******************************************************************
003590*    5100-WRITE-CABECALHO - DESTRUCTION REPORT TITLE BLOCK       *
003600******************************************************************
003610 5100-WRITE-CABECALHO.
003620     MOVE SPACES TO RPT-RECORD.
003630     STRING "AUDARCH - RELATORIO DE DESTRUICAO - EMITIDO EM "
003640             DELIMITED BY SIZE
003650         WS-DATA-SISTEMA DELIMITED BY SIZE
003660         " " DELIMITED BY SIZE
003670         WS-HORA-SISTEMA DELIMITED BY SIZE
003680         INTO RPT-LINE.
003690     WRITE RPT-RECORD.
003700     MOVE SPACES TO RPT-RECORD.
003710     STRING "RETENCAO: " DELIMITED BY SIZE
003720         WS-RETENCAO-ANOS DELIMITED BY SIZE
003730         " ANOS - GERACOES COM DATA FINAL ANTERIOR A "
003740             DELIMITED BY SIZE
003750         WS-DATA-CORTE DELIMITED BY SIZE
003760         " SAO EXPURGADAS" DELIMITED BY SIZE
003770         INTO RPT-LINE.
003780     WRITE RPT-RECORD.
003790     MOVE SPACES TO RPT-RECORD.
003800     STRING "OPERACOES DEVE ELIMINAR OS DATASETS DAS GERACOES "
003810             DELIMITED BY SIZE
003820         "LISTADAS ABAIXO" DELIMITED BY SIZE
003830         INTO RPT-LINE.
003840     WRITE RPT-RECORD.
003850 5100-EXIT.
003860     EXIT.
003870******************************************************************
003880*    5200-DECIDIR-GERACAO - READ ONE DIRECTORY RECORD AND EITHER *
003890*                           STREAM IT TO THE REPLACEMENT         *
003900*                           DIRECTORY (RETAINED) OR LIST IT ON   *
003910*                           THE DESTRUCTION REPORT (PURGED) -    *
003920*                           NO IN-STORAGE TABLE, NO ENTRY CAP    *
003930******************************************************************
003940 5200-DECIDIR-GERACAO.
003950     READ DIRETORIO-FILE
003960         AT END
003970             MOVE "Y" TO WS-DIR-EOF-SWITCH
003980         NOT AT END
003990             IF ARC-DATA-FIM < WS-DATA-CORTE
004000                 ADD 1 TO WS-QTD-EXPURGADAS
004010                 MOVE SPACES TO RPT-RECORD
004020                 STRING "EXPURGADA: GERACAO DE "
004030                         DELIMITED BY SIZE
004040                     ARC-DATA-GERACAO DELIMITED BY SIZE
004050                     " " DELIMITED BY SIZE
004060                     ARC-HORA-GERACAO DELIMITED BY SIZE
004070                     "  PERIODO " DELIMITED BY SIZE
004080                     ARC-DATA-INICIO DELIMITED BY SIZE
004090                     " A " DELIMITED BY SIZE
004100                     ARC-DATA-FIM DELIMITED BY SIZE
004110                     "  REGISTROS " DELIMITED BY SIZE
004120                     ARC-QTD-REGISTROS DELIMITED BY SIZE
004130                     INTO RPT-LINE
004140                 WRITE RPT-RECORD
004150             ELSE
004160                 ADD 1 TO WS-QTD-RETIDAS
004170                 WRITE DRN-RECORD FROM ARC-RECORD
004180             END-IF
004190     END-READ.
004200 5200-EXIT.
004210     EXIT.
004220******************************************************************
004230*    5300-SUBSTITUIR-DIRETORIO - COPY THE RETAINED RECORDS FROM  *
004240*                                THE REPLACEMENT DATASET BACK    *
004250*                                OVER ARCDIR SO THE DIRECTORY    *
004260*                                STAYS AUTHORITATIVE             *
004270******************************************************************
004280 5300-SUBSTITUIR-DIRETORIO.
004290     OPEN INPUT DIRETORIO-NOVO.
004300     OPEN OUTPUT DIRETORIO-FILE.
004310     MOVE "N" TO WS-DIR-EOF-SWITCH.
004320     PERFORM 5310-COPIAR-RETIDA THRU 5310-EXIT
004330         UNTIL WS-DIR-EOF.
004340     CLOSE DIRETORIO-NOVO.
004350     CLOSE DIRETORIO-FILE.
004360 5300-EXIT.
004370     EXIT.
004380******************************************************************
004390*    5310-COPIAR-RETIDA - COPY ONE RETAINED CATALOG RECORD BACK  *
004400******************************************************************
004410 5310-COPIAR-RETIDA.
004420     READ DIRETORIO-NOVO
004430         AT END
004440             MOVE "Y" TO WS-DIR-EOF-SWITCH
004450         NOT AT END
004460             WRITE ARC-RECORD FROM DRN-RECORD
004470     END-READ.
004480 5310-EXIT.
004490     EXIT.
004500******************************************************************
004510*    5400-WRITE-TOTAIS - PURGED/RETAINED TOTALS FOR THE BINDER   *
004520******************************************************************
004530 5400-WRITE-TOTAIS.
004540     MOVE WS-QTD-EXPURGADAS TO WS-QTD-EXPURGADAS-ED.
004550     MOVE WS-QTD-RETIDAS    TO WS-QTD-RETIDAS-ED.
004560     MOVE SPACES TO RPT-RECORD.
004570     STRING "-------------------------------------------"
004580             DELIMITED BY SIZE
004590         INTO RPT-LINE.
004600     WRITE RPT-RECORD.
004610     MOVE SPACES TO RPT-RECORD.
004620     STRING "GERACOES EXPURGADAS: " DELIMITED BY SIZE
004630         WS-QTD-EXPURGADAS-ED DELIMITED BY SIZE
004640         "   GERACOES RETIDAS: " DELIMITED BY SIZE
004650         WS-QTD-RETIDAS-ED DELIMITED BY SIZE
004660         INTO RPT-LINE.
004670     WRITE RPT-RECORD.
004680     DISPLAY "AUDARCH - EXPURGO CONCLUIDO - EXPURGADAS "
004690         WS-QTD-EXPURGADAS-ED " RETIDAS " WS-QTD-RETIDAS-ED.
004700 5400-EXIT.
004710     EXIT.
004720******************************************************************
004730*    7000-AUTORIZAR - THE OPERATOR ON ARCPARM MUST HOLD THE      *
004740*                     OPRFILE GRANT FOR THE FUNCTION.  OPRAUT    *
004750*                     JOURNALS A REFUSAL ITSELF; THE TARGET IS   *
004760*                     SET BY THE CALLER                          *
004770******************************************************************
004780 7000-AUTORIZAR.
004790     MOVE "V"          TO AUT-OPERACAO.
004800     MOVE WS-OPERADOR  TO AUT-OPERADOR.
004810     MOVE "AUDARCH"    TO AUT-PROGRAMA.
004820     MOVE WS-FUNCAO    TO AUT-FUNCAO.
004830     MOVE SPACES       TO AUT-JOB-ID.
004840     MOVE SPACES       TO AUT-COMPLEMENTO.
004850     MOVE ZERO         TO AUT-QTD.
004860     MOVE SPACES       TO AUT-RESULTADO.
004870     CALL "OPRAUT" USING AUT-AREA.
004880     IF NOT AUT-AUTORIZADO
004890         DISPLAY "AUDARCH - FUNCAO " WS-FUNCAO " RECUSADA - "
004900             "OPERADOR " WS-OPERADOR
004910         GO TO 9999-ABEND
004920     END-IF.
004930     MOVE "Y" TO WS-DIARIO-PENDENTE-SW.
004940 7000-EXIT.
004950     EXIT.
004960******************************************************************
004970*    7100-REGISTRAR-DIARIO - JOURNAL THE OUTCOME OF THE          *
004980*                            AUTHORIZED ACTION                   *
004990******************************************************************
005000 7100-REGISTRAR-DIARIO.
005010     MOVE "J" TO AUT-OPERACAO.
005020     CALL "OPRAUT" USING AUT-AREA.
005030     IF NOT AUT-AUTORIZADO
005040         DISPLAY "AUDARCH - AVISO - ACAO NAO REGISTRADA NO "
005050             "JRNFILE - RETORNO " AUT-RETORNO
005060     END-IF.
005070 7100-EXIT.
005080     EXIT.
005090******************************************************************
005100*    7200-PREENCHER-DIARIO - JOURNAL DETAIL FOR THE PURGE:       *
005110*                            CUT-OFF DATE AND GENERATIONS PURGED *
005120******************************************************************
005130 7200-PREENCHER-DIARIO.
005140     MOVE SPACES TO AUT-COMPLEMENTO.
005150     STRING "CORTE " DELIMITED BY SIZE
005160         WS-DATA-CORTE DELIMITED BY SIZE
005170         INTO AUT-COMPLEMENTO.
005180     MOVE WS-QTD-EXPURGADAS TO AUT-QTD.
005190 7200-EXIT.
005200     EXIT.
005210******************************************************************
005220*    9999-ABEND - COMMON ERROR EXIT                              *
005230******************************************************************
005240 9999-ABEND.
005250     IF WS-DIARIO-PENDENTE
005260         MOVE "ABORTADO" TO AUT-RESULTADO
005270         PERFORM 7200-PREENCHER-DIARIO THRU 7200-EXIT
005280         MOVE "N" TO WS-DIARIO-PENDENTE-SW
005290         PERFORM 7100-REGISTRAR-DIARIO THRU 7100-EXIT
005300     END-IF.
005310     STOP RUN WITH ERROR STATUS 16.
005320 9999-EXIT.
005330     EXIT.
005340 END PROGRAM AUDARCH.
