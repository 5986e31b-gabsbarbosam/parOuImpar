000110*              THE ATTEMPT COUNTER RESET, READY FOR THE NEXT
000120*              CLASSIFICATION RUN.  FUNCTION "BX" WRITES THE
000130*              LISTED ENTRIES OFF WITH THE REASON CODE FROM
000140*              SUSSEL - ONLY FOR AN OPERATOR (SUP-OPERADOR)
000150*              HOLDING THE "BX" GRANT ON OPRFILE, AND EVERY
000160*              WRITTEN-OFF VALUE IS JOURNALED ON JRNFILE (SEE
000170*              OPRAUT).  FUNCTION "AG" PRINTS THE AGING REPORT -
000180*              HOW LONG EACH ENTRY HAS SAT IN SUSPENSE, PLUS THE
000190*              RESOLVED ENTRIES WITH THEIR STATUS DATES.  THE
000200*              FILE IS REWRITTEN BY STREAMING THROUGH THE
000210*              SUSFILEN WORK DATASET AND COPYING BACK, THE SAME
000220*              WAY AUDARCH REWRITES ARCDIR.
000230* TECTONICS.   COBC
000240*------------------------------------------------------------------
000250* MODIFICATION HISTORY
000260* DATE       INIT  DESCRIPTION
000270* 02/09/2026 GB    ORIGINAL VERSION.
000280* 15/10/2026 GB    THE WRITE-OFF ("BX") NOW NEEDS AN OPERATOR
000290*                  (SUP-OPERADOR) HOLDING THE SUSMNT "BX" GRANT ON
000300*                  OPRFILE; OTHERWISE THE RUN IS REFUSED.  EACH
000310*                  WRITTEN-OFF VALUE, THE RUN TOTAL AND A REFUSED
000320*                  OR ABORTED ATTEMPT ARE APPENDED TO THE
000330*                  MAINTENANCE JOURNAL (JRNFILE) THROUGH THE
000340*                  SHARED OPRAUT SUBPROGRAM.
000350* 15/10/2026 GB    RESEQUENCED THE SEQUENCE-NUMBER AREA (COLUMNS
000360*                  1-6) THROUGHOUT THE PROGRAM - THE AUTHORIZATION
000370*                  PARAGRAPHS LEFT NO ROOM BEFORE 9999-ABEND.
000380******************************************************************
000390 IDENTIFICATION DIVISION.
000400 PROGRAM-ID. SUSMNT.
000410 ENVIRONMENT DIVISION.
000420 INPUT-OUTPUT SECTION.
000430 FILE-CONTROL.
000440     SELECT SUSPENSO-FILE ASSIGN TO "SUSFILE"
000450         ORGANIZATION IS LINE SEQUENTIAL
000460         FILE STATUS IS WS-FS-SUS.
000470     SELECT SUSPENSO-NOVO ASSIGN TO "SUSFILEN"
000480         ORGANIZATION IS LINE SEQUENTIAL
000490         FILE STATUS IS WS-FS-SSN.
000500     SELECT SUSPARM-FILE ASSIGN TO "SUSPARM"
000510         ORGANIZATION IS LINE SEQUENTIAL
000520         FILE STATUS IS WS-FS-SUP.
000530     SELECT SELECAO-FILE ASSIGN TO "SUSSEL"
000540         ORGANIZATION IS LINE SEQUENTIAL
000550         FILE STATUS IS WS-FS-SSL.
000560     SELECT NUMERO-FILE ASSIGN TO "NUMRCYC"
000570         ORGANIZATION IS LINE SEQUENTIAL
000580         FILE STATUS IS WS-FS-NUMERO.
000590     SELECT SUSPENSO-RPT ASSIGN TO "SUSLIST"
000600         ORGANIZATION IS LINE SEQUENTIAL
000610         FILE STATUS IS WS-FS-RPT.
000620 DATA DIVISION.
000630 FILE SECTION.
000640 FD  SUSPENSO-FILE
000650     RECORDING MODE IS F.
000660     COPY SUSREC.
000670 FD  SUSPENSO-NOVO
000680     RECORDING MODE IS F.
000690 01  SSN-RECORD              PIC X(48).
000700 FD  SUSPARM-FILE
000710     RECORDING MODE IS F.
000720     COPY SUPREC.
000730 FD  SELECAO-FILE
000740     RECORDING MODE IS F.
000750     COPY SSLREC.
000760 FD  NUMERO-FILE
000770     RECORDING MODE IS F.
000780     COPY NUMREC.
000790 FD  SUSPENSO-RPT
000800     RECORDING MODE IS F.
000810     COPY RPTREC.
000820 WORKING-STORAGE SECTION.
000830 77  WS-FS-SUS               PIC X(02) VALUE ZEROS.
000840     88  WS-FS-SUS-OK                VALUE "00".
000850     88  WS-FS-SUS-INEXISTENTE       VALUE "35".
000860 77  WS-FS-SSN               PIC X(02) VALUE ZEROS.
000870     88  WS-FS-SSN-OK                VALUE "00".
000880 77  WS-FS-SUP               PIC X(02) VALUE ZEROS.
000890     88  WS-FS-SUP-OK                VALUE "00".
000900 77  WS-FS-SSL               PIC X(02) VALUE ZEROS.
000910     88  WS-FS-SSL-OK                VALUE "00".
000920 77  WS-FS-NUMERO            PIC X(02) VALUE ZEROS.
000930     88  WS-FS-NUMERO-OK             VALUE "00".
000940 77  WS-FS-RPT               PIC X(02) VALUE ZEROS.
000950     88  WS-FS-RPT-OK                VALUE "00".
000960 77  WS-EOF-SWITCH           PIC X(01) VALUE "N".
000970     88  WS-EOF                       VALUE "Y".
000980 77  WS-SSL-EOF-SWITCH       PIC X(01) VALUE "N".
000990     88  WS-SSL-EOF                   VALUE "Y".
001000 77  WS-SEL-ACHADA-SW        PIC X(01) VALUE "N".
001010     88  WS-SEL-ACHADA               VALUE "Y".
001020 77  WS-MOTIVO-ACHADO        PIC X(02) VALUE SPACES.
001030 77  WS-FUNCAO               PIC X(02) VALUE SPACES.
001040     88  WS-FUNCAO-LIBERAR           VALUE "LB".
001050     88  WS-FUNCAO-BAIXAR            VALUE "BX".
001060     88  WS-FUNCAO-ENVELHECER        VALUE "AG".
001070 77  WS-OPERADOR             PIC X(08) VALUE SPACES.
001080 77  WS-DIARIO-PENDENTE-SW   PIC X(01) VALUE "N".
001090     88  WS-DIARIO-PENDENTE          VALUE "Y".
001100 77  WS-DATA-SISTEMA         PIC 9(08) VALUE ZERO.
001110 77  WS-HORA-SISTEMA         PIC 9(08) VALUE ZERO.
001120 77  WS-DIAS-HOJE            PIC 9(08) COMP VALUE ZERO.
001130 77  WS-DIAS-SUSPENSO        PIC S9(08) COMP VALUE ZERO.
001140 77  WS-QTD-SELECOES         PIC 9(04) COMP VALUE ZERO.
001150 77  WS-SEL-IDX              PIC 9(04) COMP VALUE ZERO.
001160 77  WS-SEL-MAXIMO           PIC 9(04) COMP VALUE 200.
001170 77  WS-QTD-LIBERADOS        PIC 9(09) COMP VALUE ZERO.
001180 77  WS-QTD-BAIXADOS         PIC 9(09) COMP VALUE ZERO.
001190 77  WS-QTD-MANTIDOS         PIC 9(09) COMP VALUE ZERO.
001200 77  WS-QTD-EM-SUSPENSO      PIC 9(09) COMP VALUE ZERO.
001210 77  WS-QTD-RESOLVIDOS       PIC 9(09) COMP VALUE ZERO.
001220 77  WS-QTD-ED               PIC Z(8)9.
001230 77  WS-QTD-ED2              PIC Z(8)9.
001240 77  WS-DIAS-ED              PIC Z(7)9.
001250 01  WS-SEL-TABELA.
001260     05  WS-SEL-ENTRADA OCCURS 200 TIMES.
001270         10  WS-SEL-TAB-VALOR    PIC X(19).
001280         10  WS-SEL-TAB-MOTIVO   PIC X(02).
001290     COPY AUTREC.
001300******************************************************************
001310*    PROCEDURE DIVISION                                          *
001320******************************************************************
001330 PROCEDURE DIVISION.
001340 0000-MAINLINE.
001350     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001360     IF WS-FUNCAO-LIBERAR
001370         PERFORM 2000-LIBERAR THRU 2000-EXIT
001380     ELSE
001390         IF WS-FUNCAO-BAIXAR
001400             PERFORM 3000-BAIXAR THRU 3000-EXIT
001410         ELSE
001420             PERFORM 4000-ENVELHECIMENTO THRU 4000-EXIT
001430         END-IF
001440     END-IF.
001450     IF WS-DIARIO-PENDENTE
001460         MOVE "SUSSEL" TO AUT-ALVO
001470         MOVE "TOTAL BAIXADO" TO AUT-COMPLEMENTO
001480         MOVE WS-QTD-BAIXADOS TO AUT-QTD
001490         MOVE "CONCLUIDO" TO AUT-RESULTADO
001500         MOVE "N" TO WS-DIARIO-PENDENTE-SW
001510         PERFORM 7100-REGISTRAR-DIARIO THRU 7100-EXIT
001520     END-IF.
001530     CLOSE SUSPENSO-RPT.
001540     STOP RUN.
001550******************************************************************
001560*    1000-INITIALIZE - READ THE FUNCTION PARAMETER, OPEN THE     *
001570*                      REPORT AND LOAD THE SELECTION LIST        *
001580******************************************************************
001590 1000-INITIALIZE.
001600     ACCEPT WS-DATA-SISTEMA FROM DATE YYYYMMDD.
001610     ACCEPT WS-HORA-SISTEMA FROM TIME.
001620     OPEN INPUT SUSPARM-FILE.
001630     IF NOT WS-FS-SUP-OK
001640         DISPLAY "SUSMNT - ERRO AO ABRIR SUSPARM - STATUS "
001650             WS-FS-SUP
001660         GO TO 9999-ABEND
001670     END-IF.
001680     READ SUSPARM-FILE
001690         AT END
001700             CONTINUE
001710         NOT AT END
001720             MOVE SUP-FUNCAO TO WS-FUNCAO
001730             MOVE SUP-OPERADOR TO WS-OPERADOR
001740     END-READ.
001750     CLOSE SUSPARM-FILE.
001760     IF NOT WS-FUNCAO-LIBERAR
001770        AND NOT WS-FUNCAO-BAIXAR
001780        AND NOT WS-FUNCAO-ENVELHECER
001790         DISPLAY "SUSMNT - FUNCAO INVALIDA EM SUSPARM: "
001800             WS-FUNCAO " - INFORMAR LB, BX OU AG"
001810         GO TO 9999-ABEND
001820     END-IF.
001830     IF WS-FUNCAO-BAIXAR
001840         MOVE "SUSSEL" TO AUT-ALVO
001850         MOVE SPACES TO AUT-COMPLEMENTO
001860         PERFORM 7000-AUTORIZAR THRU 7000-EXIT
001870     END-IF.
001880     OPEN OUTPUT SUSPENSO-RPT.
001890     IF NOT WS-FS-RPT-OK
001900         DISPLAY "SUSMNT - ERRO AO ABRIR SUSLIST - STATUS "
001910             WS-FS-RPT
001920         GO TO 9999-ABEND
001930     END-IF.
001940     MOVE SPACES TO RPT-RECORD.
001950     STRING "SUSMNT - MANUTENCAO DE SUSPENSOS - FUNCAO "
001960             DELIMITED BY SIZE
001970         WS-FUNCAO DELIMITED BY SIZE
001980         " - EMITIDO EM " DELIMITED BY SIZE
001990         WS-DATA-SISTEMA DELIMITED BY SIZE
002000         " " DELIMITED BY SIZE
002010         WS-HORA-SISTEMA DELIMITED BY SIZE
002020         INTO RPT-LINE.
002030     WRITE RPT-RECORD.
002040     IF WS-FUNCAO-LIBERAR OR WS-FUNCAO-BAIXAR
002050         PERFORM 1400-CARREGAR-SELECOES THRU 1400-EXIT
002060     END-IF.
002070 1000-EXIT.
002080     EXIT.
002090******************************************************************
002100*    1400-CARREGAR-SELECOES - LOAD THE OPERATOR'S SUSSEL LIST    *
002110*                             INTO THE LOOKUP TABLE              *
002120******************************************************************
002130 1400-CARREGAR-SELECOES.
002140     OPEN INPUT SELECAO-FILE.
002150     IF WS-FS-SSL-OK
002160         PERFORM 1410-LER-SELECAO THRU 1410-EXIT
002170             UNTIL WS-SSL-EOF
002180         CLOSE SELECAO-FILE
002190     END-IF.
002200     IF WS-QTD-SELECOES = ZERO
002210         DISPLAY "SUSMNT - SUSSEL AUSENTE OU VAZIO - "
002220             "NENHUMA ENTRADA SELECIONADA"
002230     END-IF.
002240 1400-EXIT.
002250     EXIT.
002260******************************************************************
002270*    1410-LER-SELECAO - READ AND TABLE ONE SELECTION RECORD      *
002280******************************************************************
002290 1410-LER-SELECAO.
002300     READ SELECAO-FILE
002310         AT END
002320             MOVE "Y" TO WS-SSL-EOF-SWITCH
002330         NOT AT END
002340             IF WS-QTD-SELECOES < WS-SEL-MAXIMO
002350                 ADD 1 TO WS-QTD-SELECOES
002360                 MOVE SSL-VALOR
002370                     TO WS-SEL-TAB-VALOR (WS-QTD-SELECOES)
002380                 MOVE SSL-MOTIVO
002390                     TO WS-SEL-TAB-MOTIVO (WS-QTD-SELECOES)
002400             ELSE
002410                 DISPLAY "SUSMNT - TABELA DE SELECOES CHEIA - "
002420                     "SELECAO IGNORADA: " SSL-VALOR
002430             END-IF
002440     END-READ.
002450 1410-EXIT.
002460     EXIT.
002470******************************************************************
002480*    2000-LIBERAR - RELEASE THE SELECTED SUSPENDED ENTRIES INTO  *
002490*                   A FRESH NUMRCYC FILE WITH THE ATTEMPT        *
002500*                   COUNTER RESET, MARKING EACH ONE LIBERADO     *
002510******************************************************************
002520 2000-LIBERAR.
002530     PERFORM 2100-CONTAR-LIBERAVEIS THRU 2100-EXIT.
002540     IF WS-EOF AND WS-FS-SUS-INEXISTENTE
002550         GO TO 2000-EXIT
002560     END-IF.
002570     OPEN OUTPUT NUMERO-FILE.
002580     IF NOT WS-FS-NUMERO-OK
002590         DISPLAY "SUSMNT - ERRO AO ABRIR NUMRCYC - STATUS "
002600             WS-FS-NUMERO
002610         GO TO 9999-ABEND
002620     END-IF.
002630     MOVE SPACES TO NUM-RECORD.
002640     MOVE "H" TO NUM-TIPO-REG.
002650     MOVE WS-QTD-LIBERADOS TO NUM-QTD-ESPERADA.
002660     WRITE NUM-RECORD.
002670     MOVE ZERO TO WS-QTD-LIBERADOS.
002680     OPEN INPUT SUSPENSO-FILE.
002690     OPEN OUTPUT SUSPENSO-NOVO.
002700     MOVE "N" TO WS-EOF-SWITCH.
002710     PERFORM 2200-LIBERAR-UM THRU 2200-EXIT
002720         UNTIL WS-EOF.
002730     CLOSE SUSPENSO-FILE.
002740     CLOSE SUSPENSO-NOVO.
002750     MOVE SPACES TO NUM-RECORD.
002760     MOVE "T" TO NUM-TIPO-REG.
002770     MOVE WS-QTD-LIBERADOS TO NUM-QTD-ATUAL.
002780     WRITE NUM-RECORD.
002790     CLOSE NUMERO-FILE.
002800     PERFORM 6000-COPIAR-DE-VOLTA THRU 6000-EXIT.
002810     MOVE WS-QTD-LIBERADOS TO WS-QTD-ED.
002820     MOVE WS-QTD-MANTIDOS  TO WS-QTD-ED2.
002830     MOVE SPACES TO RPT-RECORD.
002840     STRING "ENTRADAS LIBERADAS: " DELIMITED BY SIZE
002850         WS-QTD-ED DELIMITED BY SIZE
002860         "   DEMAIS ENTRADAS MANTIDAS: " DELIMITED BY SIZE
002870         WS-QTD-ED2 DELIMITED BY SIZE
002880         INTO RPT-LINE.
002890     WRITE RPT-RECORD.
002900     DISPLAY "SUSMNT - LIBERADAS " WS-QTD-ED
002910         " ENTRADAS PARA NUMRCYC".
002920 2000-EXIT.
002930     EXIT.
002940******************************************************************
002950*    2100-CONTAR-LIBERAVEIS - FIRST PASS TO COUNT THE RELEASES   *
002960*                             SO THE NUMRCYC HEADER CAN CARRY    *
002970*                             THE RIGHT EXPECTED COUNT           *
002980******************************************************************
002990 2100-CONTAR-LIBERAVEIS.
003000     OPEN INPUT SUSPENSO-FILE.
003010     IF WS-FS-SUS-INEXISTENTE
003020         DISPLAY "SUSMNT - SUSFILE INEXISTENTE - NADA A LIBERAR"
003030         MOVE "Y" TO WS-EOF-SWITCH
003040         GO TO 2100-EXIT
003050     END-IF.
003060     IF NOT WS-FS-SUS-OK
003070         DISPLAY "SUSMNT - ERRO AO ABRIR SUSFILE - STATUS "
003080             WS-FS-SUS
003090         GO TO 9999-ABEND
003100     END-IF.
003110     PERFORM 2110-CONTAR-UM THRU 2110-EXIT
003120         UNTIL WS-EOF.
003130     CLOSE SUSPENSO-FILE.
003140 2100-EXIT.
003150     EXIT.
003160******************************************************************
003170*    2110-CONTAR-UM - COUNT ONE RELEASABLE SUSPENSE ENTRY        *
003180******************************************************************
003190 2110-CONTAR-UM.
003200     READ SUSPENSO-FILE
003210         AT END
003220             MOVE "Y" TO WS-EOF-SWITCH
003230         NOT AT END
003240             IF SUS-SUSPENSO
003250                 PERFORM 5000-PROCURAR-SELECAO THRU 5000-EXIT
003260                 IF WS-SEL-ACHADA
003270                     ADD 1 TO WS-QTD-LIBERADOS
003280                 END-IF
003290             END-IF
003300     END-READ.
003310 2110-EXIT.
003320     EXIT.
003330******************************************************************
003340*    2200-LIBERAR-UM - STREAM ONE SUSPENSE ENTRY: A SELECTED     *
003350*                      "S" ENTRY GOES TO NUMRCYC WITH ATTEMPTS   *
003360*                      RESET AND IS MARKED LIBERADO; EVERYTHING  *
003370*                      IS COPIED TO THE REPLACEMENT DATASET      *
003380******************************************************************
003390 2200-LIBERAR-UM.
003400     READ SUSPENSO-FILE
003410         AT END
003420             MOVE "Y" TO WS-EOF-SWITCH
003430             GO TO 2200-EXIT
003440     END-READ.
003450     IF SUS-SUSPENSO
003460         PERFORM 5000-PROCURAR-SELECAO THRU 5000-EXIT
003470         IF WS-SEL-ACHADA
003480             ADD 1 TO WS-QTD-LIBERADOS
003490             MOVE SPACES TO NUM-RECORD
003500             MOVE "D" TO NUM-TIPO-REG
003510             MOVE SUS-VALOR TO NUM-DADOS
003520             MOVE "00" TO NUM-TENTATIVAS
003530             WRITE NUM-RECORD
003540             MOVE "L" TO SUS-STATUS
003550             MOVE WS-DATA-SISTEMA TO SUS-DATA-STATUS
003560             MOVE SPACES TO RPT-RECORD
003570             STRING "LIBERADA: " DELIMITED BY SIZE
003580                 SUS-VALOR DELIMITED BY SIZE
003590                 "  SUSPENSA EM " DELIMITED BY SIZE
003600                 SUS-DATA-SUSPENSAO DELIMITED BY SIZE
003610                 INTO RPT-LINE
003620             WRITE RPT-RECORD
003630         ELSE
003640             ADD 1 TO WS-QTD-MANTIDOS
003650         END-IF
003660     ELSE
003670         ADD 1 TO WS-QTD-MANTIDOS
003680     END-IF.
003690     WRITE SSN-RECORD FROM SUS-RECORD.
003700 2200-EXIT.
003710     EXIT.
003720******************************************************************
003730*    3000-BAIXAR - WRITE THE SELECTED SUSPENDED ENTRIES OFF WITH *
003740*                  THE REASON CODE FROM SUSSEL                   *
003750******************************************************************
003760 3000-BAIXAR.
003770     OPEN INPUT SUSPENSO-FILE.
003780     IF WS-FS-SUS-INEXISTENTE
003790         DISPLAY "SUSMNT - SUSFILE INEXISTENTE - NADA A BAIXAR"
003800         GO TO 3000-EXIT
003810     END-IF.
003820     IF NOT WS-FS-SUS-OK
003830         DISPLAY "SUSMNT - ERRO AO ABRIR SUSFILE - STATUS "
003840             WS-FS-SUS
003850         GO TO 9999-ABEND
003860     END-IF.
003870     OPEN OUTPUT SUSPENSO-NOVO.
003880     PERFORM 3100-BAIXAR-UM THRU 3100-EXIT
003890         UNTIL WS-EOF.
003900     CLOSE SUSPENSO-FILE.
003910     CLOSE SUSPENSO-NOVO.
003920     PERFORM 6000-COPIAR-DE-VOLTA THRU 6000-EXIT.
003930     MOVE WS-QTD-BAIXADOS TO WS-QTD-ED.
003940     MOVE WS-QTD-MANTIDOS TO WS-QTD-ED2.
003950     MOVE SPACES TO RPT-RECORD.
003960     STRING "ENTRADAS BAIXADAS: " DELIMITED BY SIZE
003970         WS-QTD-ED DELIMITED BY SIZE
003980         "   DEMAIS ENTRADAS MANTIDAS: " DELIMITED BY SIZE
003990         WS-QTD-ED2 DELIMITED BY SIZE
004000         INTO RPT-LINE.
004010     WRITE RPT-RECORD.
004020     DISPLAY "SUSMNT - BAIXADAS " WS-QTD-ED " ENTRADAS".
004030 3000-EXIT.
004040     EXIT.
004050******************************************************************
004060*    3100-BAIXAR-UM - STREAM ONE ENTRY, WRITING OFF A SELECTED   *
004070*                     "S" ENTRY WITH ITS REASON CODE             *
004080******************************************************************
004090 3100-BAIXAR-UM.
004100     READ SUSPENSO-FILE
004110         AT END
004120             MOVE "Y" TO WS-EOF-SWITCH
004130             GO TO 3100-EXIT
004140     END-READ.
004150     IF SUS-SUSPENSO
004160         PERFORM 5000-PROCURAR-SELECAO THRU 5000-EXIT
004170         IF WS-SEL-ACHADA
004180             ADD 1 TO WS-QTD-BAIXADOS
004190             MOVE "B" TO SUS-STATUS
004200             MOVE WS-DATA-SISTEMA TO SUS-DATA-STATUS
004210             MOVE WS-MOTIVO-ACHADO TO SUS-MOTIVO-BAIXA
004220             MOVE SPACES TO RPT-RECORD
004230             STRING "BAIXADA: " DELIMITED BY SIZE
004240                 SUS-VALOR DELIMITED BY SIZE
004250                 "  MOTIVO " DELIMITED BY SIZE
004260                 SUS-MOTIVO-BAIXA DELIMITED BY SIZE
004270                 "  SUSPENSA EM " DELIMITED BY SIZE
004280                 SUS-DATA-SUSPENSAO DELIMITED BY SIZE
004290                 INTO RPT-LINE
004300             WRITE RPT-RECORD
004310             MOVE SUS-VALOR TO AUT-ALVO
004320             MOVE SPACES TO AUT-COMPLEMENTO
004330             STRING "MOTIVO " DELIMITED BY SIZE
004340                 SUS-MOTIVO-BAIXA DELIMITED BY SIZE
004350                 INTO AUT-COMPLEMENTO
004360             MOVE 1 TO AUT-QTD
004370             MOVE "CONCLUIDO" TO AUT-RESULTADO
004380             PERFORM 7100-REGISTRAR-DIARIO THRU 7100-EXIT
004390         ELSE
004400             ADD 1 TO WS-QTD-MANTIDOS
004410         END-IF
004420     ELSE
004430         ADD 1 TO WS-QTD-MANTIDOS
004440     END-IF.
004450     WRITE SSN-RECORD FROM SUS-RECORD.
004460 3100-EXIT.
004470     EXIT.
004480******************************************************************
004490*    4000-ENVELHECIMENTO - AGING REPORT: DAYS IN SUSPENSE FOR    *
004500*                          EVERY OPEN ENTRY, STATUS AND DATE     *
004510*                          FOR THE RESOLVED ONES                 *
004520******************************************************************
004530 4000-ENVELHECIMENTO.
004540     OPEN INPUT SUSPENSO-FILE.
004550     IF WS-FS-SUS-INEXISTENTE
004560         MOVE SPACES TO RPT-RECORD
004570         STRING "SUSFILE INEXISTENTE - NADA EM SUSPENSO"
004580                 DELIMITED BY SIZE
004590             INTO RPT-LINE
004600         WRITE RPT-RECORD
004610         GO TO 4000-EXIT
004620     END-IF.
004630     IF NOT WS-FS-SUS-OK
004640         DISPLAY "SUSMNT - ERRO AO ABRIR SUSFILE - STATUS "
004650             WS-FS-SUS
004660         GO TO 9999-ABEND
004670     END-IF.
004680     COMPUTE WS-DIAS-HOJE =
004690         FUNCTION INTEGER-OF-DATE ( WS-DATA-SISTEMA ).
004700     MOVE SPACES TO RPT-RECORD.
004710     STRING "VALOR               CODIGO TENT SUSPENSA EM "
004720             DELIMITED BY SIZE
004730         "STATUS DIAS/RESOLUCAO" DELIMITED BY SIZE
004740         INTO RPT-LINE.
004750     WRITE RPT-RECORD.
004760     PERFORM 4100-ENVELHECER-UM THRU 4100-EXIT
004770         UNTIL WS-EOF.
004780     CLOSE SUSPENSO-FILE.
004790     MOVE WS-QTD-EM-SUSPENSO TO WS-QTD-ED.
004800     MOVE WS-QTD-RESOLVIDOS  TO WS-QTD-ED2.
004810     MOVE SPACES TO RPT-RECORD.
004820     STRING "EM SUSPENSO: " DELIMITED BY SIZE
004830         WS-QTD-ED DELIMITED BY SIZE
004840         "   RESOLVIDAS: " DELIMITED BY SIZE
004850         WS-QTD-ED2 DELIMITED BY SIZE
004860         INTO RPT-LINE.
004870     WRITE RPT-RECORD.
004880     DISPLAY "SUSMNT - ENVELHECIMENTO EMITIDO - " WS-QTD-ED
004890         " ENTRADAS EM SUSPENSO".
004900 4000-EXIT.
004910     EXIT.
004920******************************************************************
004930*    4100-ENVELHECER-UM - ONE AGING REPORT LINE                  *
004940******************************************************************
004950 4100-ENVELHECER-UM.
004960     READ SUSPENSO-FILE
004970         AT END
004980             MOVE "Y" TO WS-EOF-SWITCH
004990             GO TO 4100-EXIT
005000     END-READ.
005010     IF SUS-SUSPENSO
005020         ADD 1 TO WS-QTD-EM-SUSPENSO
005030         COMPUTE WS-DIAS-SUSPENSO = WS-DIAS-HOJE
005040             - FUNCTION INTEGER-OF-DATE ( SUS-DATA-SUSPENSAO )
005050         MOVE WS-DIAS-SUSPENSO TO WS-DIAS-ED
005060         MOVE SPACES TO RPT-RECORD
005070         STRING SUS-VALOR DELIMITED BY SIZE
005080             " " DELIMITED BY SIZE
005090             SUS-CODIGO DELIMITED BY SIZE
005100             "     " DELIMITED BY SIZE
005110             SUS-TENTATIVAS DELIMITED BY SIZE
005120             "   " DELIMITED BY SIZE
005130             SUS-DATA-SUSPENSAO DELIMITED BY SIZE
005140             "    " DELIMITED BY SIZE
005150             SUS-STATUS DELIMITED BY SIZE
005160             "      " DELIMITED BY SIZE
005170             WS-DIAS-ED DELIMITED BY SIZE
005180             " DIAS" DELIMITED BY SIZE
005190             INTO RPT-LINE
005200         WRITE RPT-RECORD
005210     ELSE
005220         ADD 1 TO WS-QTD-RESOLVIDOS
005230         MOVE SPACES TO RPT-RECORD
005240         STRING SUS-VALOR DELIMITED BY SIZE
005250             " " DELIMITED BY SIZE
005260             SUS-CODIGO DELIMITED BY SIZE
005270             "     " DELIMITED BY SIZE
005280             SUS-TENTATIVAS DELIMITED BY SIZE
005290             "   " DELIMITED BY SIZE
005300             SUS-DATA-SUSPENSAO DELIMITED BY SIZE
005310             "    " DELIMITED BY SIZE
005320             SUS-STATUS DELIMITED BY SIZE
005330             "      EM " DELIMITED BY SIZE
005340             SUS-DATA-STATUS DELIMITED BY SIZE
005350             " MOTIVO " DELIMITED BY SIZE
005360             SUS-MOTIVO-BAIXA DELIMITED BY SIZE
005370             INTO RPT-LINE
005380         WRITE RPT-RECORD
005390     END-IF.
005400 4100-EXIT.
005410     EXIT.
005420******************************************************************
005430*    5000-PROCURAR-SELECAO - LOOK THE CURRENT SUSPENSE VALUE UP  *
005440*                            IN THE OPERATOR SELECTION TABLE     *
005450******************************************************************
005460 5000-PROCURAR-SELECAO.
005470     MOVE "N" TO WS-SEL-ACHADA-SW.
005480     MOVE SPACES TO WS-MOTIVO-ACHADO.
005490     PERFORM 5100-PROBE-SELECAO THRU 5100-EXIT
005500         VARYING WS-SEL-IDX FROM 1 BY 1
005510         UNTIL WS-SEL-IDX > WS-QTD-SELECOES
005520            OR WS-SEL-ACHADA.
005530 5000-EXIT.
005540     EXIT.
005550******************************************************************
005560*    5100-PROBE-SELECAO - ONE SELECTION TABLE PROBE.  THE MOTIVE *
005570*                         IS CAPTURED HERE, AT THE MATCHED       *
005580*                         INDEX, BECAUSE THE VARYING LEAVES      *
005590*                         WS-SEL-IDX ONE PAST THE HIT            *
005600******************************************************************
005610 5100-PROBE-SELECAO.
005620     IF WS-SEL-TAB-VALOR (WS-SEL-IDX) = SUS-VALOR
005630         MOVE "Y" TO WS-SEL-ACHADA-SW
005640         MOVE WS-SEL-TAB-MOTIVO (WS-SEL-IDX)
005650             TO WS-MOTIVO-ACHADO
005660     END-IF.
005670 5100-EXIT.
005680     EXIT.
005690******************************************************************
005700*    6000-COPIAR-DE-VOLTA - COPY THE REWRITTEN SUSPENSE FILE     *
005710*                           BACK OVER SUSFILE SO IT STAYS        *
005720*                           AUTHORITATIVE                        *
005730******************************************************************
005740 6000-COPIAR-DE-VOLTA.
005750     OPEN INPUT SUSPENSO-NOVO.
005760     OPEN OUTPUT SUSPENSO-FILE.
005770     MOVE "N" TO WS-EOF-SWITCH.
005780     PERFORM 6100-COPIAR-UMA THRU 6100-EXIT
005790         UNTIL WS-EOF.
005800     CLOSE SUSPENSO-NOVO.
005810     CLOSE SUSPENSO-FILE.
005820 6000-EXIT.
005830     EXIT.
005840******************************************************************
005850*    6100-COPIAR-UMA - COPY ONE SUSPENSE RECORD BACK             *
005860******************************************************************
005870 6100-COPIAR-UMA.
005880     READ SUSPENSO-NOVO
005890         AT END
005900             MOVE "Y" TO WS-EOF-SWITCH
005910         NOT AT END
005920             WRITE SUS-RECORD FROM SSN-RECORD
005930     END-READ.
005940 6100-EXIT.
005950     EXIT.
005960******************************************************************
005970*    7000-AUTORIZAR - THE OPERATOR ON SUSPARM MUST HOLD THE      *
005980*                     OPRFILE GRANT FOR THE FUNCTION.  OPRAUT    *
005990*                     JOURNALS A REFUSAL ITSELF; THE TARGET IS   *
006000*                     SET BY THE CALLER                          *
006010******************************************************************
006020 7000-AUTORIZAR.
006030     MOVE "V"          TO AUT-OPERACAO.
006040     MOVE WS-OPERADOR  TO AUT-OPERADOR.
006050     MOVE "SUSMNT"     TO AUT-PROGRAMA.
006060     MOVE WS-FUNCAO    TO AUT-FUNCAO.
006070     MOVE SPACES       TO AUT-JOB-ID.
006080     MOVE ZERO         TO AUT-QTD.
006090     MOVE SPACES       TO AUT-RESULTADO.
006100     CALL "OPRAUT" USING AUT-AREA.
006110     IF NOT AUT-AUTORIZADO
006120         DISPLAY "SUSMNT - FUNCAO " WS-FUNCAO " RECUSADA - "
006130             "OPERADOR " WS-OPERADOR
006140         GO TO 9999-ABEND
006150     END-IF.
006160     MOVE "Y" TO WS-DIARIO-PENDENTE-SW.
006170 7000-EXIT.
006180     EXIT.
006190******************************************************************
006200*    7100-REGISTRAR-DIARIO - JOURNAL THE OUTCOME OF THE          *
006210*                            AUTHORIZED ACTION                   *
006220******************************************************************
006230 7100-REGISTRAR-DIARIO.
006240     MOVE "J" TO AUT-OPERACAO.
006250     CALL "OPRAUT" USING AUT-AREA.
006260     IF NOT AUT-AUTORIZADO
006270         DISPLAY "SUSMNT - AVISO - ACAO NAO REGISTRADA NO "
006280             "JRNFILE - RETORNO " AUT-RETORNO
006290     END-IF.
006300 7100-EXIT.
006310     EXIT.
006320******************************************************************
006330*    9999-ABEND - COMMON ERROR EXIT                              *
006340******************************************************************
006350 9999-ABEND.
006360     IF WS-DIARIO-PENDENTE
006370         MOVE "SUSSEL" TO AUT-ALVO
006380         MOVE "BAIXA INTERROMPIDA" TO AUT-COMPLEMENTO
006390         MOVE WS-QTD-BAIXADOS TO AUT-QTD
006400         MOVE "ABORTADO" TO AUT-RESULTADO
006410         MOVE "N" TO WS-DIARIO-PENDENTE-SW
006420         PERFORM 7100-REGISTRAR-DIARIO THRU 7100-EXIT
006430     END-IF.
006440     STOP RUN WITH ERROR STATUS 16.
006450 9999-EXIT.
006460     EXIT.
006470 END PROGRAM SUSMNT.
