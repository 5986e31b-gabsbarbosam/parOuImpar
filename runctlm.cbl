000110*              FROM RUNPARM; ZERO MEANS THE CURRENT SYSTEM DATE.
000120*              OPENING A DAY ALREADY MARKED PROCESSADO OR FECHADO
000130*              REOPENS IT - THAT IS THE OPERATOR'S DELIBERATE WAY
000140*              TO AUTHORIZE A REWORKED DAY.  THE OPERATOR NAMED ON
000150*              RUNPARM MUST HOLD THE "AB" GRANT ON OPRFILE FOR A
000160*              REOPEN, AND EVERY REOPEN IS JOURNALED ON JRNFILE
000170*              (SEE OPRAUT).  NO DAY OF A MONTH CLOSED BY FECHMES
000180*              (MESFILE, SEE MESREC) CAN BE OPENED OR REOPENED
000190*              UNTIL FECHMES REOPENS THE MONTH.
000200* TECTONICS.   COBC
000210*------------------------------------------------------------------
000220* MODIFICATION HISTORY
000230* DATE       INIT  DESCRIPTION
000240* 02/09/2026 GB    ORIGINAL VERSION.
000250* 15/10/2026 GB    REOPENING A PROCESSADO/FECHADO DAY NOW NEEDS AN
000260*                  OPERATOR (RNP-OPERADOR) HOLDING THE RUNCTLM
000270*                  "AB" GRANT ON OPRFILE; OTHERWISE THE RUN IS
000280*                  REFUSED.  THE REOPEN - AND A REFUSED OR ABORTED
000290*                  ATTEMPT - IS APPENDED TO THE MAINTENANCE
000300*                  JOURNAL (JRNFILE) THROUGH THE SHARED OPRAUT
000310*                  SUBPROGRAM.
000320* 15/10/2026 GB    RESEQUENCED THE SEQUENCE-NUMBER AREA (COLUMNS
000330*                  1-6) THROUGHOUT THE PROGRAM - THE AUTHORIZATION
000340*                  PARAGRAPHS AND 6000-VERIFICAR-MES HAD LEFT NO
000345*                  ROOM BETWEEN THE EXISTING NUMBERS.
000350* 15/10/2026 GB    6000-VERIFICAR-MES REFUSES TO OPEN OR REOPEN A
000360*                  DAY OF A MONTH CLOSED ON MESFILE (SEE MESREC) -
000370*                  THE MONTH MUST FIRST BE REOPENED BY FECHMES.
000400******************************************************************
000410 IDENTIFICATION DIVISION.
000420 PROGRAM-ID. RUNCTLM.
000430 ENVIRONMENT DIVISION.
000440 INPUT-OUTPUT SECTION.
000450 FILE-CONTROL.
000460     SELECT RUNCTL-FILE ASSIGN TO "RUNCTL"
000470         ORGANIZATION IS INDEXED
000480         ACCESS MODE IS DYNAMIC
000490         RECORD KEY IS RCT-CHAVE
000500         FILE STATUS IS WS-FS-RCT.
000510     SELECT RUNPARM-FILE ASSIGN TO "RUNPARM"
000520         ORGANIZATION IS LINE SEQUENTIAL
000530         FILE STATUS IS WS-FS-RNP.
000540     SELECT CONTROLE-RPT ASSIGN TO "RUNLIST"
000550         ORGANIZATION IS LINE SEQUENTIAL
000560         FILE STATUS IS WS-FS-RPT.
000570     SELECT MES-FILE ASSIGN TO "MESFILE"
000580         ORGANIZATION IS INDEXED
000590         ACCESS MODE IS RANDOM
000600         RECORD KEY IS MES-CHAVE
000610         FILE STATUS IS WS-FS-MES.
000620 DATA DIVISION.
000630 FILE SECTION.
000640 FD  RUNCTL-FILE.
000650     COPY RCTREC.
000660 FD  RUNPARM-FILE
000670     RECORDING MODE IS F.
000680     COPY RNPREC.
000690 FD  CONTROLE-RPT
000700     RECORDING MODE IS F.
000710     COPY RPTREC.
000720 FD  MES-FILE.
000730     COPY MESREC.
000740 WORKING-STORAGE SECTION.
000750 77  WS-FS-RCT               PIC X(02) VALUE ZEROS.
000760     88  WS-FS-RCT-OK                VALUE "00".
000770     88  WS-FS-RCT-INEXISTENTE       VALUE "35".
000780 77  WS-FS-RNP               PIC X(02) VALUE ZEROS.
000790     88  WS-FS-RNP-OK                VALUE "00".
000800 77  WS-FS-RPT               PIC X(02) VALUE ZEROS.
000810     88  WS-FS-RPT-OK                VALUE "00".
000820 77  WS-FS-MES               PIC X(02) VALUE ZEROS.
000830     88  WS-FS-MES-OK                VALUE "00".
000840     88  WS-FS-MES-INEXISTENTE       VALUE "35".
000850 77  WS-EOF-SWITCH           PIC X(01) VALUE "N".
000860     88  WS-EOF                       VALUE "Y".
000870 77  WS-RCT-ACHADO-SW        PIC X(01) VALUE "N".
000880     88  WS-RCT-ACHADO               VALUE "Y".
000890 77  WS-FUNCAO               PIC X(02) VALUE SPACES.
000900     88  WS-FUNCAO-ABRIR             VALUE "AB".
000910     88  WS-FUNCAO-FECHAR            VALUE "FE".
000920     88  WS-FUNCAO-LISTAR            VALUE "LI".
000930 77  WS-DATA-SISTEMA         PIC 9(08) VALUE ZERO.
000940 77  WS-HORA-SISTEMA         PIC 9(08) VALUE ZERO.
000950 77  WS-JOB-ID               PIC X(08) VALUE SPACES.
000960 77  WS-OPERADOR             PIC X(08) VALUE SPACES.
000970 77  WS-DIARIO-PENDENTE-SW   PIC X(01) VALUE "N".
000980     88  WS-DIARIO-PENDENTE          VALUE "Y".
000990 77  WS-QTD-LISTADOS         PIC 9(09) COMP VALUE ZERO.
001000 77  WS-QTD-ED               PIC Z(8)9.
001010 01  WS-DATA-NEGOCIO-AREA.
001020     05  WS-DATA-NEGOCIO     PIC 9(08) VALUE ZERO.
001030     05  WS-DATA-NEGOCIO-X REDEFINES WS-DATA-NEGOCIO
001040                             PIC X(08).
001050     COPY AUTREC.
001060******************************************************************
001070*    PROCEDURE DIVISION                                          *
001080******************************************************************
001090 PROCEDURE DIVISION.
001100 0000-MAINLINE.
001110     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001120     IF WS-FUNCAO-ABRIR
001130         PERFORM 2000-ABRIR-DIA THRU 2000-EXIT
001140     ELSE
001150         IF WS-FUNCAO-FECHAR
001160             PERFORM 3000-FECHAR-DIA THRU 3000-EXIT
001170         ELSE
001180             PERFORM 4000-LISTAR-HISTORICO THRU 4000-EXIT
001190         END-IF
001200     END-IF.
001210     CLOSE RUNCTL-FILE.
001220     STOP RUN.
001230******************************************************************
001240*    1000-INITIALIZE - READ THE FUNCTION AND DATE, OPEN (OR      *
001250*                      CREATE) THE RUN-CONTROL FILE              *
001260******************************************************************
001270 1000-INITIALIZE.
001280     ACCEPT WS-DATA-SISTEMA FROM DATE YYYYMMDD.
001290     ACCEPT WS-HORA-SISTEMA FROM TIME.
001300     ACCEPT WS-JOB-ID FROM ENVIRONMENT "JOBID".
001310     IF WS-JOB-ID = SPACES
001320         MOVE "RUNCTLM" TO WS-JOB-ID
001330     END-IF.
001340     MOVE WS-DATA-SISTEMA TO WS-DATA-NEGOCIO.
001350     OPEN INPUT RUNPARM-FILE.
001360     IF NOT WS-FS-RNP-OK
001370         DISPLAY "RUNCTLM - ERRO AO ABRIR RUNPARM - STATUS "
001380             WS-FS-RNP
001390         GO TO 9999-ABEND
001400     END-IF.
001410     READ RUNPARM-FILE
001420         AT END
001430             CONTINUE
001440         NOT AT END
001450             MOVE RNP-FUNCAO TO WS-FUNCAO
001460             MOVE RNP-OPERADOR TO WS-OPERADOR
001470             IF RNP-DATA NUMERIC AND RNP-DATA NOT = ZERO
001480                 MOVE RNP-DATA TO WS-DATA-NEGOCIO
001490             END-IF
001500     END-READ.
001510     CLOSE RUNPARM-FILE.
001520     IF NOT WS-FUNCAO-ABRIR
001530        AND NOT WS-FUNCAO-FECHAR
001540        AND NOT WS-FUNCAO-LISTAR
001550         DISPLAY "RUNCTLM - FUNCAO INVALIDA EM RUNPARM: "
001560             WS-FUNCAO " - INFORMAR AB, FE OU LI"
001570         GO TO 9999-ABEND
001580     END-IF.
001590     OPEN I-O RUNCTL-FILE.
001600     IF WS-FS-RCT-INEXISTENTE
001610         OPEN OUTPUT RUNCTL-FILE
001620         CLOSE RUNCTL-FILE
001630         OPEN I-O RUNCTL-FILE
001640     END-IF.
001650     IF NOT WS-FS-RCT-OK
001660         DISPLAY "RUNCTLM - ERRO AO ABRIR RUNCTL - STATUS "
001670             WS-FS-RCT
001680         GO TO 9999-ABEND
001690     END-IF.
001700 1000-EXIT.
001710     EXIT.
001720******************************************************************
001730*    2000-ABRIR-DIA - OPEN THE BUSINESS DAY (STATUS ABERTO)      *
001740*                     UNLESS ITS MONTH IS CLOSED                 *
001750******************************************************************
001760 2000-ABRIR-DIA.
001770     PERFORM 6000-VERIFICAR-MES THRU 6000-EXIT.
001780     PERFORM 5000-LER-DIA THRU 5000-EXIT.
001790     IF WS-RCT-ACHADO
001800         IF RCT-ABERTO
001810             DISPLAY "RUNCTLM - DIA " WS-DATA-NEGOCIO
001820                 " JA ESTAVA ABERTO"
001830             GO TO 2000-EXIT
001840         END-IF
001850         MOVE WS-DATA-NEGOCIO-X TO AUT-ALVO
001860         MOVE SPACES TO AUT-COMPLEMENTO
001870         STRING "STATUS ANTERIOR " DELIMITED BY SIZE
001880             RCT-STATUS DELIMITED BY SIZE
001890             INTO AUT-COMPLEMENTO
001900         PERFORM 7000-AUTORIZAR THRU 7000-EXIT
001910         DISPLAY "RUNCTLM - DIA " WS-DATA-NEGOCIO
001920             " REABERTO - STATUS ANTERIOR " RCT-STATUS
001930         MOVE "A" TO RCT-STATUS
001940         PERFORM 5100-CARIMBAR THRU 5100-EXIT
001950         REWRITE RCT-RECORD
001960             INVALID KEY
001970                 DISPLAY "RUNCTLM - ERRO AO REGRAVAR NO RUNCTL"
001980                     " - STATUS " WS-FS-RCT
001990         END-REWRITE
002000         IF WS-FS-RCT-OK
002010             MOVE 1 TO AUT-QTD
002020             MOVE "CONCLUIDO" TO AUT-RESULTADO
002030         ELSE
002040             MOVE "ABORTADO" TO AUT-RESULTADO
002050         END-IF
002060         MOVE "N" TO WS-DIARIO-PENDENTE-SW
002070         PERFORM 7100-REGISTRAR-DIARIO THRU 7100-EXIT
002080     ELSE
002090         MOVE SPACES TO RCT-RECORD
002100         MOVE WS-DATA-NEGOCIO-X TO RCT-CHAVE
002110         MOVE "A" TO RCT-STATUS
002120         PERFORM 5100-CARIMBAR THRU 5100-EXIT
002130         WRITE RCT-RECORD
002140             INVALID KEY
002150                 DISPLAY "RUNCTLM - ERRO AO INCLUIR NO RUNCTL"
002160                     " - STATUS " WS-FS-RCT
002170         END-WRITE
002180         DISPLAY "RUNCTLM - DIA " WS-DATA-NEGOCIO " ABERTO"
002190     END-IF.
002200 2000-EXIT.
002210     EXIT.
002220******************************************************************
002230*    3000-FECHAR-DIA - CLOSE THE BUSINESS DAY (STATUS FECHADO)   *
002240******************************************************************
002250 3000-FECHAR-DIA.
002260     PERFORM 5000-LER-DIA THRU 5000-EXIT.
002270     IF NOT WS-RCT-ACHADO
002280         DISPLAY "RUNCTLM - DIA " WS-DATA-NEGOCIO
002290             " SEM REGISTRO NO RUNCTL - NADA A FECHAR"
002300         GO TO 3000-EXIT
002310     END-IF.
002320     IF RCT-ABERTO
002330         DISPLAY "RUNCTLM - AVISO - DIA " WS-DATA-NEGOCIO
002340             " FECHADO SEM TER SIDO PROCESSADO"
002350     END-IF.
002360     MOVE "F" TO RCT-STATUS.
002370     PERFORM 5100-CARIMBAR THRU 5100-EXIT.
002380     REWRITE RCT-RECORD
002390         INVALID KEY
002400             DISPLAY "RUNCTLM - ERRO AO REGRAVAR NO RUNCTL"
002410                 " - STATUS " WS-FS-RCT
002420     END-REWRITE.
002430     DISPLAY "RUNCTLM - DIA " WS-DATA-NEGOCIO " FECHADO".
002440 3000-EXIT.
002450     EXIT.
002460******************************************************************
002470*    4000-LISTAR-HISTORICO - LIST THE RUN-CONTROL HISTORY ON     *
002480*                            RUNLIST                             *
002490******************************************************************
002500 4000-LISTAR-HISTORICO.
002510     OPEN OUTPUT CONTROLE-RPT.
002520     IF NOT WS-FS-RPT-OK
002530         DISPLAY "RUNCTLM - ERRO AO ABRIR RUNLIST - STATUS "
002540             WS-FS-RPT
002550         GO TO 9999-ABEND
002560     END-IF.
002570     MOVE SPACES TO RPT-RECORD.
002580     STRING "RUNCTLM - HISTORICO DO CONTROLE DE DIA - "
002590             DELIMITED BY SIZE
002600         "EMITIDO EM " DELIMITED BY SIZE
002610         WS-DATA-SISTEMA DELIMITED BY SIZE
002620         " " DELIMITED BY SIZE
002630         WS-HORA-SISTEMA DELIMITED BY SIZE
002640         INTO RPT-LINE.
002650     WRITE RPT-RECORD.
002660     MOVE SPACES TO RPT-RECORD.
002670     STRING "DATA     STATUS ATUALIZADO EM     JOB"
002680             DELIMITED BY SIZE
002690         INTO RPT-LINE.
002700     WRITE RPT-RECORD.
002710     PERFORM 4100-LISTAR-UM THRU 4100-EXIT
002720         UNTIL WS-EOF.
002730     MOVE WS-QTD-LISTADOS TO WS-QTD-ED.
002740     MOVE SPACES TO RPT-RECORD.
002750     STRING "DIAS LISTADOS: " DELIMITED BY SIZE
002760         WS-QTD-ED DELIMITED BY SIZE
002770         INTO RPT-LINE.
002780     WRITE RPT-RECORD.
002790     CLOSE CONTROLE-RPT.
002800     DISPLAY "RUNCTLM - HISTORICO EMITIDO - " WS-QTD-ED
002810         " DIAS LISTADOS".
002820 4000-EXIT.
002830     EXIT.
002840******************************************************************
002850*    4100-LISTAR-UM - ONE RUN-CONTROL HISTORY LINE               *
002860******************************************************************
002870 4100-LISTAR-UM.
002880     READ RUNCTL-FILE NEXT RECORD
002890         AT END
002900             MOVE "Y" TO WS-EOF-SWITCH
002910             GO TO 4100-EXIT
002920     END-READ.
002930     ADD 1 TO WS-QTD-LISTADOS.
002940     MOVE SPACES TO RPT-RECORD.
002950     STRING RCT-CHAVE DELIMITED BY SIZE
002960         " " DELIMITED BY SIZE
002970         RCT-STATUS DELIMITED BY SIZE
002980         "      " DELIMITED BY SIZE
002990         RCT-DATA-ATUALIZACAO DELIMITED BY SIZE
003000         " " DELIMITED BY SIZE
003010         RCT-HORA-ATUALIZACAO DELIMITED BY SIZE
003020         " " DELIMITED BY SIZE
003030         RCT-JOB-ID DELIMITED BY SIZE
003040         INTO RPT-LINE.
003050     WRITE RPT-RECORD.
003060 4100-EXIT.
003070     EXIT.
003080******************************************************************
003090*    5000-LER-DIA - KEYED READ OF THE BUSINESS DATE              *
003100******************************************************************
003110 5000-LER-DIA.
003120     MOVE WS-DATA-NEGOCIO-X TO RCT-CHAVE.
003130     MOVE "N" TO WS-RCT-ACHADO-SW.
003140     READ RUNCTL-FILE
003150         INVALID KEY
003160             CONTINUE
003170         NOT INVALID KEY
003180             MOVE "Y" TO WS-RCT-ACHADO-SW
003190     END-READ.
003200 5000-EXIT.
003210     EXIT.
003220******************************************************************
003230*    5100-CARIMBAR - COMMON UPDATE STAMP                         *
003240******************************************************************
003250 5100-CARIMBAR.
003260     MOVE WS-DATA-SISTEMA TO RCT-DATA-ATUALIZACAO.
003270     MOVE WS-HORA-SISTEMA TO RCT-HORA-ATUALIZACAO.
003280     MOVE WS-JOB-ID       TO RCT-JOB-ID.
003290 5100-EXIT.
003300     EXIT.
003310******************************************************************
003320*    6000-VERIFICAR-MES - REFUSE TO OPEN A DAY WHOSE MONTH IS    *
003330*                         CLOSED ON MESFILE.  NO MESFILE MEANS NO*
003340*                         MONTH WAS EVER CLOSED                  *
003350******************************************************************
003360 6000-VERIFICAR-MES.
003370     OPEN INPUT MES-FILE.
003380     IF WS-FS-MES-INEXISTENTE
003390         GO TO 6000-EXIT
003400     END-IF.
003410     IF NOT WS-FS-MES-OK
003420         DISPLAY "RUNCTLM - ERRO AO ABRIR MESFILE - STATUS "
003430             WS-FS-MES
003440         GO TO 9999-ABEND
003450     END-IF.
003460     MOVE WS-DATA-NEGOCIO-X (1:6) TO MES-CHAVE.
003470     READ MES-FILE
003480         INVALID KEY
003490             MOVE SPACES TO MES-STATUS
003500     END-READ.
003510     CLOSE MES-FILE.
003520     IF MES-FECHADO
003530         DISPLAY "RUNCTLM - DIA " WS-DATA-NEGOCIO
003540             " EM MES FECHADO (" MES-CHAVE ") - ABERTURA "
003550             "RECUSADA - REABRIR O MES PELO FECHMES"
003560         GO TO 9999-ABEND
003570     END-IF.
003580 6000-EXIT.
003590     EXIT.
003600******************************************************************
003610*    7000-AUTORIZAR - THE OPERATOR ON RUNPARM MUST HOLD THE      *
003620*                     OPRFILE GRANT FOR THE FUNCTION.  OPRAUT    *
003630*                     JOURNALS A REFUSAL ITSELF; THE TARGET IS   *
003640*                     SET BY THE CALLER                          *
003650******************************************************************
003660 7000-AUTORIZAR.
003670     MOVE "V"          TO AUT-OPERACAO.
003680     MOVE WS-OPERADOR  TO AUT-OPERADOR.
003690     MOVE "RUNCTLM"    TO AUT-PROGRAMA.
003700     MOVE WS-FUNCAO    TO AUT-FUNCAO.
003710     MOVE WS-JOB-ID    TO AUT-JOB-ID.
003720     MOVE ZERO         TO AUT-QTD.
003730     MOVE SPACES       TO AUT-RESULTADO.
003740     CALL "OPRAUT" USING AUT-AREA.
003750     IF NOT AUT-AUTORIZADO
003760         DISPLAY "RUNCTLM - FUNCAO " WS-FUNCAO " RECUSADA PARA O "
003770             "DIA " WS-DATA-NEGOCIO " - OPERADOR " WS-OPERADOR
003780         GO TO 9999-ABEND
003790     END-IF.
003800     MOVE "Y" TO WS-DIARIO-PENDENTE-SW.
003810 7000-EXIT.
003820     EXIT.
003830******************************************************************
003840*    7100-REGISTRAR-DIARIO - JOURNAL THE OUTCOME OF THE          *
003850*                            AUTHORIZED ACTION                   *
003860******************************************************************
003870 7100-REGISTRAR-DIARIO.
003880     MOVE "J" TO AUT-OPERACAO.
003890     CALL "OPRAUT" USING AUT-AREA.
003900     IF NOT AUT-AUTORIZADO
003910         DISPLAY "RUNCTLM - AVISO - ACAO NAO REGISTRADA NO "
003920             "JRNFILE - RETORNO " AUT-RETORNO
003930     END-IF.
003940 7100-EXIT.
003950     EXIT.
003960******************************************************************
003970*    9999-ABEND - COMMON ERROR EXIT                              *
003980******************************************************************
003990 9999-ABEND.
004000     IF WS-DIARIO-PENDENTE
004010         MOVE "ABORTADO" TO AUT-RESULTADO
004020         MOVE "N" TO WS-DIARIO-PENDENTE-SW
004030         PERFORM 7100-REGISTRAR-DIARIO THRU 7100-EXIT
004040     END-IF.
004050     STOP RUN WITH ERROR STATUS 16.
004060 9999-EXIT.
004070     EXIT.
004080 END PROGRAM RUNCTLM.
