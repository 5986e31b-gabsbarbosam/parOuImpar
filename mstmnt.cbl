000180*              REBUILDS A CORRUPTED MSTFILE FROM THE AUDFILE
000190*              TRAIL, SO A BROKEN INDEX NO LONGER LEAVES THE SHOP
000200*              RUNNING WITH DUPLICATE DETECTION PERMANENTLY OFF.
000210*              "PU" AND "RB" ONLY RUN FOR AN OPERATOR
000220*              (MNT-OPERADOR) HOLDING THE GRANT ON OPRFILE, AND
000230*              ARE JOURNALED ON JRNFILE (SEE OPRAUT).
000240* TECTONICS.   COBC
000250*------------------------------------------------------------------
000260* MODIFICATION HISTORY
000270* DATE       INIT  DESCRIPTION
000280* 02/09/2026 GB    ORIGINAL VERSION.
000290* 15/10/2026 GB    THE PURGE ("PU") AND THE REBUILD ("RB") NOW
000300*                  NEED AN OPERATOR (MNT-OPERADOR) HOLDING THE
000310*                  MSTMNT GRANT FOR THE FUNCTION ON OPRFILE;
000320*                  OTHERWISE THE RUN IS REFUSED.  THE ACTION -
000330*                  PURGE AGE AND CUT-OFF DATE, RECORDS PURGED OR
000340*                  REBUILT - AND A REFUSED OR ABORTED ATTEMPT ARE
000350*                  APPENDED TO THE MAINTENANCE JOURNAL (JRNFILE)
000360*                  THROUGH THE SHARED OPRAUT SUBPROGRAM.
000370* 15/10/2026 GB    RESEQUENCED THE SEQUENCE-NUMBER AREA (COLUMNS
000380*                  1-6) THROUGHOUT THE PROGRAM - THE AUTHORIZATION
000390*                  PARAGRAPHS LEFT NO ROOM BEFORE 9999-ABEND.
000400******************************************************************
000410 IDENTIFICATION DIVISION.
000420 PROGRAM-ID. MSTMNT.
000430 ENVIRONMENT DIVISION.
000440 INPUT-OUTPUT SECTION.
000450 FILE-CONTROL.
000460     SELECT MASTER-FILE ASSIGN TO "MSTFILE"
000470         ORGANIZATION IS INDEXED
000480         ACCESS MODE IS DYNAMIC
000490         RECORD KEY IS MST-CHAVE
000500         FILE STATUS IS WS-FS-MST.
000510     SELECT AUDIT-FILE ASSIGN TO "AUDFILE"
000520         ORGANIZATION IS LINE SEQUENTIAL
000530         FILE STATUS IS WS-FS-AUD.
000540     SELECT MNTPARM-FILE ASSIGN TO "MNTPARM"
000550         ORGANIZATION IS LINE SEQUENTIAL
000560         FILE STATUS IS WS-FS-MNT.
000570     SELECT MANUTEN-RPT ASSIGN TO "MNTLIST"
000580         ORGANIZATION IS LINE SEQUENTIAL
000590         FILE STATUS IS WS-FS-RPT.
000600 DATA DIVISION.
000610 FILE SECTION.
000620 FD  MASTER-FILE.
000630     COPY MSTREC.
000640 FD  AUDIT-FILE
000650     RECORDING MODE IS F.
000660     COPY AUDREC.
000670 FD  MNTPARM-FILE
000680     RECORDING MODE IS F.
000690     COPY MNTREC.
000700 FD  MANUTEN-RPT
000710     RECORDING MODE IS F.
000720     COPY RPTREC.
000730 WORKING-STORAGE SECTION.
000740 77  WS-FS-MST               PIC X(02) VALUE ZEROS.
000750     88  WS-FS-MST-OK                VALUE "00".
000760     88  WS-FS-MST-EOF               VALUE "10".
000770     88  WS-FS-MST-INEXISTENTE       VALUE "35".
000780 77  WS-FS-AUD               PIC X(02) VALUE ZEROS.
000790     88  WS-FS-AUD-OK                VALUE "00".
000800     88  WS-FS-AUD-INEXISTENTE       VALUE "35".
000810 77  WS-FS-MNT               PIC X(02) VALUE ZEROS.
000820     88  WS-FS-MNT-OK                VALUE "00".
000830 77  WS-FS-RPT               PIC X(02) VALUE ZEROS.
000840     88  WS-FS-RPT-OK                VALUE "00".
000850 77  WS-EOF-SWITCH           PIC X(01) VALUE "N".
000860     88  WS-EOF                       VALUE "Y".
000870 77  WS-AUD-EOF-SWITCH       PIC X(01) VALUE "N".
000880     88  WS-AUD-EOF                   VALUE "Y".
000890 77  WS-FUNCAO               PIC X(02) VALUE SPACES.
000900     88  WS-FUNCAO-EXPURGAR          VALUE "PU".
000910     88  WS-FUNCAO-RELATORIO         VALUE "RE".
000920     88  WS-FUNCAO-RECONSTRUIR      VALUE "RB".
000930 77  WS-IDADE-DIAS           PIC 9(05) VALUE ZERO.
000940 77  WS-OPERADOR             PIC X(08) VALUE SPACES.
000950 77  WS-DIARIO-PENDENTE-SW   PIC X(01) VALUE "N".
000960     88  WS-DIARIO-PENDENTE          VALUE "Y".
000970 77  WS-DATA-SISTEMA         PIC 9(08) VALUE ZERO.
000980 77  WS-HORA-SISTEMA         PIC 9(08) VALUE ZERO.
000990 77  WS-DIAS-CORRIDOS        PIC 9(08) COMP VALUE ZERO.
001000 77  WS-DATA-CORTE           PIC 9(08) VALUE ZERO.
001010 77  WS-NUMERO-WORK          PIC S9(18) VALUE ZERO.
001020 77  WS-NUMERO-X             PIC X(19) VALUE SPACES.
001030 01  WS-CHAVE-AREA.
001040     05  WS-CHAVE-MASTER     PIC S9(18)
001050                             SIGN LEADING SEPARATE CHARACTER.
001060     05  WS-CHAVE-MASTER-X REDEFINES WS-CHAVE-MASTER
001070                             PIC X(19).
001080 77  WS-QTD-REGISTROS        PIC 9(09) COMP VALUE ZERO.
001090 77  WS-QTD-EXPURGADOS       PIC 9(09) COMP VALUE ZERO.
001100 77  WS-QTD-RETIDOS          PIC 9(09) COMP VALUE ZERO.
001110 77  WS-QTD-APLICADOS        PIC 9(09) COMP VALUE ZERO.
001120 77  WS-QTD-INCLUIDOS        PIC 9(09) COMP VALUE ZERO.
001130 77  WS-QTD-ATUALIZADOS      PIC 9(09) COMP VALUE ZERO.
001140 77  WS-PRIMEIRA-MAIS-ANTIGA PIC 9(08) VALUE ZERO.
001150 77  WS-PRIMEIRA-MAIS-NOVA   PIC 9(08) VALUE ZERO.
001160 77  WS-DIST-IDX             PIC 9(02) COMP VALUE ZERO.
001170 77  WS-QTD-ED               PIC Z(8)9.
001180 77  WS-QTD-ED2              PIC Z(8)9.
001190 01  WS-DIST-QTDS.
001200     05  WS-DIST-QTD OCCURS 4 TIMES
001210                             PIC 9(09) COMP VALUE ZERO.
001220 01  WS-DIST-TEXTOS.
001230     05  FILLER              PIC X(12) VALUE "1".
001240     05  FILLER              PIC X(12) VALUE "2-5".
001250     05  FILLER              PIC X(12) VALUE "6-10".
001260     05  FILLER              PIC X(12) VALUE "11 OU MAIS".
001270 01  WS-DIST-TABELA REDEFINES WS-DIST-TEXTOS.
001280     05  WS-DIST-TXT OCCURS 4 TIMES
001290                             PIC X(12).
001300     COPY AUTREC.
001310******************************************************************
001320*    PROCEDURE DIVISION                                          *
001330******************************************************************
001340 PROCEDURE DIVISION.
001350 0000-MAINLINE.
001360     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001370     IF WS-FUNCAO-EXPURGAR
001380         PERFORM 2000-EXPURGAR THRU 2000-EXIT
001390     ELSE
001400         IF WS-FUNCAO-RELATORIO
001410             PERFORM 3000-RELATORIO THRU 3000-EXIT
001420         ELSE
001430             PERFORM 4000-RECONSTRUIR THRU 4000-EXIT
001440         END-IF
001450     END-IF.
001460     IF WS-DIARIO-PENDENTE
001470         MOVE "CONCLUIDO" TO AUT-RESULTADO
001480         PERFORM 7200-PREENCHER-DIARIO THRU 7200-EXIT
001490         MOVE "N" TO WS-DIARIO-PENDENTE-SW
001500         PERFORM 7100-REGISTRAR-DIARIO THRU 7100-EXIT
001510     END-IF.
001520     CLOSE MANUTEN-RPT.
001530     STOP RUN.
001540******************************************************************
001550*    1000-INITIALIZE - READ THE FUNCTION PARAMETER, VALIDATE IT  *
001560*                      AND OPEN THE REPORT                       *
001570******************************************************************
001580 1000-INITIALIZE.
001590     ACCEPT WS-DATA-SISTEMA FROM DATE YYYYMMDD.
001600     ACCEPT WS-HORA-SISTEMA FROM TIME.
001610     OPEN INPUT MNTPARM-FILE.
001620     IF NOT WS-FS-MNT-OK
001630         DISPLAY "MSTMNT - ERRO AO ABRIR MNTPARM - STATUS "
001640             WS-FS-MNT
001650         GO TO 9999-ABEND
001660     END-IF.
001670     READ MNTPARM-FILE
001680         AT END
001690             CONTINUE
001700         NOT AT END
001710             MOVE MNT-FUNCAO TO WS-FUNCAO
001720             MOVE MNT-OPERADOR TO WS-OPERADOR
001730             IF MNT-IDADE-DIAS NUMERIC
001740                 MOVE MNT-IDADE-DIAS TO WS-IDADE-DIAS
001750             END-IF
001760     END-READ.
001770     CLOSE MNTPARM-FILE.
001780     IF NOT WS-FUNCAO-EXPURGAR
001790        AND NOT WS-FUNCAO-RELATORIO
001800        AND NOT WS-FUNCAO-RECONSTRUIR
001810         DISPLAY "MSTMNT - FUNCAO INVALIDA EM MNTPARM: "
001820             WS-FUNCAO " - INFORMAR PU, RE OU RB"
001830         GO TO 9999-ABEND
001840     END-IF.
001850     IF WS-FUNCAO-EXPURGAR AND WS-IDADE-DIAS = ZERO
001860         DISPLAY "MSTMNT - IDADE EM DIAS AUSENTE OU ZERO EM "
001870             "MNTPARM - EXPURGO RECUSADO"
001880         GO TO 9999-ABEND
001890     END-IF.
001900     IF WS-FUNCAO-EXPURGAR
001910         MOVE SPACES TO AUT-ALVO
001920         STRING "IDADE " DELIMITED BY SIZE
001930             WS-IDADE-DIAS DELIMITED BY SIZE
001940             " DIAS" DELIMITED BY SIZE
001950             INTO AUT-ALVO
001960         PERFORM 7000-AUTORIZAR THRU 7000-EXIT
001970     END-IF.
001980     IF WS-FUNCAO-RECONSTRUIR
001990         MOVE "MSTFILE" TO AUT-ALVO
002000         PERFORM 7000-AUTORIZAR THRU 7000-EXIT
002010     END-IF.
002020     OPEN OUTPUT MANUTEN-RPT.
002030     IF NOT WS-FS-RPT-OK
002040         DISPLAY "MSTMNT - ERRO AO ABRIR MNTLIST - STATUS "
002050             WS-FS-RPT
002060         GO TO 9999-ABEND
002070     END-IF.
002080     PERFORM 1500-WRITE-CABECALHO THRU 1500-EXIT.
002090 1000-EXIT.
002100     EXIT.
002110******************************************************************
002120*    1500-WRITE-CABECALHO - REPORT TITLE AND FUNCTION IN EFFECT  *
002130******************************************************************
002140 1500-WRITE-CABECALHO.
002150     MOVE SPACES TO RPT-RECORD.
002160     STRING "MSTMNT - MANUTENCAO DO MASTER DE CLASSIFICACAO - "
002170             DELIMITED BY SIZE
002180         "EMITIDO EM " DELIMITED BY SIZE
002190         WS-DATA-SISTEMA DELIMITED BY SIZE
002200         " " DELIMITED BY SIZE
002210         WS-HORA-SISTEMA DELIMITED BY SIZE
002220         INTO RPT-LINE.
002230     WRITE RPT-RECORD.
002240     MOVE SPACES TO RPT-RECORD.
002250     STRING "FUNCAO: " DELIMITED BY SIZE
002260         WS-FUNCAO DELIMITED BY SIZE
002270         INTO RPT-LINE.
002280     WRITE RPT-RECORD.
002290 1500-EXIT.
002300     EXIT.
002310******************************************************************
002320*    2000-EXPURGAR - REMOVE MASTER RECORDS WHOSE LAST-SEEN DATE  *
002330*                    FELL OUT OF THE OPERATOR-SUPPLIED AGE, SO   *
002340*                    STALE NUMBERS STOP FLAGGING AS DUP          *
002350******************************************************************
002360 2000-EXPURGAR.
002370     COMPUTE WS-DIAS-CORRIDOS =
002380         FUNCTION INTEGER-OF-DATE ( WS-DATA-SISTEMA )
002390         - WS-IDADE-DIAS.
002400     COMPUTE WS-DATA-CORTE =
002410         FUNCTION DATE-OF-INTEGER ( WS-DIAS-CORRIDOS ).
002420     MOVE SPACES TO RPT-RECORD.
002430     STRING "REGISTROS COM ULTIMA DATA ANTERIOR A "
002440             DELIMITED BY SIZE
002450         WS-DATA-CORTE DELIMITED BY SIZE
002460         " SAO EXPURGADOS" DELIMITED BY SIZE
002470         INTO RPT-LINE.
002480     WRITE RPT-RECORD.
002490     OPEN I-O MASTER-FILE.
002500     IF WS-FS-MST-INEXISTENTE
002510         DISPLAY "MSTMNT - MSTFILE INEXISTENTE - NADA A EXPURGAR"
002520         GO TO 2000-EXIT
002530     END-IF.
002540     IF NOT WS-FS-MST-OK
002550         DISPLAY "MSTMNT - ERRO AO ABRIR MSTFILE - STATUS "
002560             WS-FS-MST
002570         GO TO 9999-ABEND
002580     END-IF.
002590     PERFORM 2100-EXPURGAR-UM THRU 2100-EXIT
002600         UNTIL WS-EOF.
002610     CLOSE MASTER-FILE.
002620     PERFORM 2200-WRITE-TOTAIS-EXPURGO THRU 2200-EXIT.
002630 2000-EXIT.
002640     EXIT.
002650******************************************************************
002660*    2100-EXPURGAR-UM - EXAMINE ONE MASTER RECORD AND DELETE IT  *
002670*                       WHEN ITS LAST-SEEN DATE IS PAST THE AGE  *
002680******************************************************************
002690 2100-EXPURGAR-UM.
002700     READ MASTER-FILE NEXT RECORD
002710         AT END
002720             MOVE "Y" TO WS-EOF-SWITCH
002730         NOT AT END
002740             IF MST-ULTIMA-DATA < WS-DATA-CORTE
002750                 PERFORM 2150-DELETAR-REGISTRO THRU 2150-EXIT
002760             ELSE
002770                 ADD 1 TO WS-QTD-RETIDOS
002780             END-IF
002790     END-READ.
002800 2100-EXIT.
002810     EXIT.
002820******************************************************************
002830*    2150-DELETAR-REGISTRO - LIST ONE STALE RECORD ON MNTLIST    *
002840*                            AND REMOVE IT FROM THE MASTER       *
002850******************************************************************
002860 2150-DELETAR-REGISTRO.
002870     ADD 1 TO WS-QTD-EXPURGADOS.
002880     MOVE SPACES TO RPT-RECORD.
002890     STRING "EXPURGADO: " DELIMITED BY SIZE
002900         MST-CHAVE DELIMITED BY SIZE
002910         "  PRIMEIRA " DELIMITED BY SIZE
002920         MST-PRIMEIRA-DATA DELIMITED BY SIZE
002930         "  ULTIMA " DELIMITED BY SIZE
002940         MST-ULTIMA-DATA DELIMITED BY SIZE
002950         "  OCORRENCIAS " DELIMITED BY SIZE
002960         MST-OCORRENCIAS DELIMITED BY SIZE
002970         INTO RPT-LINE.
002980     WRITE RPT-RECORD.
002990     DELETE MASTER-FILE RECORD
003000         INVALID KEY
003010             DISPLAY "MSTMNT - ERRO AO DELETAR NO MSTFILE"
003020                 " - STATUS " WS-FS-MST
003030     END-DELETE.
003040 2150-EXIT.
003050     EXIT.
003060******************************************************************
003070*    2200-WRITE-TOTAIS-EXPURGO - PURGED/RETAINED TOTALS          *
003080******************************************************************
003090 2200-WRITE-TOTAIS-EXPURGO.
003100     MOVE WS-QTD-EXPURGADOS TO WS-QTD-ED.
003110     MOVE WS-QTD-RETIDOS    TO WS-QTD-ED2.
003120     MOVE SPACES TO RPT-RECORD.
003130     STRING "-------------------------------------------"
003140             DELIMITED BY SIZE
003150         INTO RPT-LINE.
003160     WRITE RPT-RECORD.
003170     MOVE SPACES TO RPT-RECORD.
003180     STRING "REGISTROS EXPURGADOS: " DELIMITED BY SIZE
003190         WS-QTD-ED DELIMITED BY SIZE
003200         "   REGISTROS RETIDOS: " DELIMITED BY SIZE
003210         WS-QTD-ED2 DELIMITED BY SIZE
003220         INTO RPT-LINE.
003230     WRITE RPT-RECORD.
003240     DISPLAY "MSTMNT - EXPURGO CONCLUIDO - EXPURGADOS "
003250         WS-QTD-ED " RETIDOS " WS-QTD-ED2.
003260 2200-EXIT.
003270     EXIT.
003280******************************************************************
003290*    3000-RELATORIO - INTEGRITY/BROWSE REPORT OF THE MASTER FOR  *
003300*                     THE MONTH-END BINDER - RECORD COUNT,       *
003310*                     OCCURRENCE DISTRIBUTION AND OLDEST/NEWEST  *
003320*                     FIRST-SEEN DATES                           *
003330******************************************************************
003340 3000-RELATORIO.
003350     OPEN INPUT MASTER-FILE.
003360     IF WS-FS-MST-INEXISTENTE
003370         MOVE SPACES TO RPT-RECORD
003380         STRING "MSTFILE INEXISTENTE - NADA A RELATAR"
003390                 DELIMITED BY SIZE
003400             INTO RPT-LINE
003410         WRITE RPT-RECORD
003420         GO TO 3000-EXIT
003430     END-IF.
003440     IF NOT WS-FS-MST-OK
003450         DISPLAY "MSTMNT - ERRO AO ABRIR MSTFILE - STATUS "
003460             WS-FS-MST
003470         GO TO 9999-ABEND
003480     END-IF.
003490     PERFORM 3100-EXAMINAR-UM THRU 3100-EXIT
003500         UNTIL WS-EOF.
003510     CLOSE MASTER-FILE.
003520     PERFORM 3200-WRITE-TOTAIS-MASTER THRU 3200-EXIT.
003530 3000-EXIT.
003540     EXIT.
003550******************************************************************
003560*    3100-EXAMINAR-UM - ROLL ONE MASTER RECORD INTO THE COUNT,   *
003570*                       THE OCCURRENCE DISTRIBUTION AND THE      *
003580*                       OLDEST/NEWEST FIRST-SEEN DATES           *
003590******************************************************************
003600 3100-EXAMINAR-UM.
003610     READ MASTER-FILE NEXT RECORD
003620         AT END
003630             MOVE "Y" TO WS-EOF-SWITCH
003640             GO TO 3100-EXIT
003650     END-READ.
003660     ADD 1 TO WS-QTD-REGISTROS.
003670     IF MST-OCORRENCIAS = 1
003680         ADD 1 TO WS-DIST-QTD (1)
003690     ELSE
003700         IF MST-OCORRENCIAS <= 5
003710             ADD 1 TO WS-DIST-QTD (2)
003720         ELSE
003730             IF MST-OCORRENCIAS <= 10
003740                 ADD 1 TO WS-DIST-QTD (3)
003750             ELSE
003760                 ADD 1 TO WS-DIST-QTD (4)
003770             END-IF
003780         END-IF
003790     END-IF.
003800     IF WS-PRIMEIRA-MAIS-ANTIGA = ZERO
003810        OR MST-PRIMEIRA-DATA < WS-PRIMEIRA-MAIS-ANTIGA
003820         MOVE MST-PRIMEIRA-DATA TO WS-PRIMEIRA-MAIS-ANTIGA
003830     END-IF.
003840     IF MST-PRIMEIRA-DATA > WS-PRIMEIRA-MAIS-NOVA
003850         MOVE MST-PRIMEIRA-DATA TO WS-PRIMEIRA-MAIS-NOVA
003860     END-IF.
003870 3100-EXIT.
003880     EXIT.
003890******************************************************************
003900*    3200-WRITE-TOTAIS-MASTER - COUNT, DISTRIBUTION AND DATE     *
003910*                               RANGE LINES FOR THE BINDER       *
003920******************************************************************
003930 3200-WRITE-TOTAIS-MASTER.
003940     MOVE WS-QTD-REGISTROS TO WS-QTD-ED.
003950     MOVE SPACES TO RPT-RECORD.
003960     STRING "TOTAL DE REGISTROS NO MASTER: " DELIMITED BY SIZE
003970         WS-QTD-ED DELIMITED BY SIZE
003980         INTO RPT-LINE.
003990     WRITE RPT-RECORD.
004000     MOVE SPACES TO RPT-RECORD.
004010     STRING "DISTRIBUICAO DE OCORRENCIAS" DELIMITED BY SIZE
004020         INTO RPT-LINE.
004030     WRITE RPT-RECORD.
004040     PERFORM 3250-WRITE-DISTRIBUICAO THRU 3250-EXIT
004050         VARYING WS-DIST-IDX FROM 1 BY 1
004060         UNTIL WS-DIST-IDX > 4.
004070     MOVE SPACES TO RPT-RECORD.
004080     STRING "PRIMEIRA DATA MAIS ANTIGA: " DELIMITED BY SIZE
004090         WS-PRIMEIRA-MAIS-ANTIGA DELIMITED BY SIZE
004100         "   MAIS RECENTE: " DELIMITED BY SIZE
004110         WS-PRIMEIRA-MAIS-NOVA DELIMITED BY SIZE
004120         INTO RPT-LINE.
004130     WRITE RPT-RECORD.
004140     DISPLAY "MSTMNT - RELATORIO EMITIDO - " WS-QTD-ED
004150         " REGISTROS NO MASTER".
004160 3200-EXIT.
004170     EXIT.
004180******************************************************************
004190*    3250-WRITE-DISTRIBUICAO - ONE OCCURRENCE-BUCKET LINE        *
004200******************************************************************
004210 3250-WRITE-DISTRIBUICAO.
004220     MOVE WS-DIST-QTD (WS-DIST-IDX) TO WS-QTD-ED.
004230     MOVE SPACES TO RPT-RECORD.
004240     STRING "OCORRENCIAS " DELIMITED BY SIZE
004250         WS-DIST-TXT (WS-DIST-IDX) DELIMITED BY SIZE
004260         ": " DELIMITED BY SIZE
004270         WS-QTD-ED DELIMITED BY SIZE
004280         INTO RPT-LINE.
004290     WRITE RPT-RECORD.
004300 3250-EXIT.
004310     EXIT.
004320******************************************************************
004330*    4000-RECONSTRUIR - REBUILD A CORRUPTED MSTFILE FROM THE     *
004340*                       AUDFILE TRAIL.  THE MASTER IS RECREATED  *
004350*                       EMPTY AND EVERY AUDIT LINE IS REPLAYED   *
004360*                       IN ORDER, SO FIRST-SEEN/LAST-SEEN DATES  *
004370*                       AND OCCURRENCE COUNTS COME OUT THE SAME  *
004380*                       AS THE RUNS THAT BUILT THE ORIGINAL      *
004390******************************************************************
004400 4000-RECONSTRUIR.
004410     OPEN INPUT AUDIT-FILE.
004420     IF WS-FS-AUD-INEXISTENTE
004430         DISPLAY "MSTMNT - AUDFILE INEXISTENTE - RECONSTRUCAO "
004440             "IMPOSSIVEL"
004450         GO TO 9999-ABEND
004460     END-IF.
004470     IF NOT WS-FS-AUD-OK
004480         DISPLAY "MSTMNT - ERRO AO ABRIR AUDFILE - STATUS "
004490             WS-FS-AUD
004500         GO TO 9999-ABEND
004510     END-IF.
004520     OPEN OUTPUT MASTER-FILE.
004530     CLOSE MASTER-FILE.
004540     OPEN I-O MASTER-FILE.
004550     IF NOT WS-FS-MST-OK
004560         DISPLAY "MSTMNT - ERRO AO RECRIAR MSTFILE - STATUS "
004570             WS-FS-MST
004580         GO TO 9999-ABEND
004590     END-IF.
004600     PERFORM 4100-APLICAR-UM THRU 4100-EXIT
004610         UNTIL WS-AUD-EOF.
004620     CLOSE AUDIT-FILE.
004630     CLOSE MASTER-FILE.
004640     PERFORM 4400-WRITE-TOTAIS-RECONST THRU 4400-EXIT.
004650 4000-EXIT.
004660     EXIT.
004670******************************************************************
004680*    4100-APLICAR-UM - REPLAY ONE AUDIT LINE AGAINST THE NEW     *
004690*                      MASTER - FIRST APPEARANCE INSERTS, A      *
004700*                      LATER ONE ROLLS THE OCCURRENCE FORWARD    *
004710******************************************************************
004720 4100-APLICAR-UM.
004730     READ AUDIT-FILE
004740         AT END
004750             MOVE "Y" TO WS-AUD-EOF-SWITCH
004760             GO TO 4100-EXIT
004770     END-READ.
004780     ADD 1 TO WS-QTD-APLICADOS.
004790     MOVE AUD-NUMERO TO WS-NUMERO-X.
004800     COMPUTE WS-NUMERO-WORK =
004810         FUNCTION NUMVAL ( WS-NUMERO-X ).
004820     MOVE WS-NUMERO-WORK TO WS-CHAVE-MASTER.
004830     MOVE WS-CHAVE-MASTER-X TO MST-CHAVE.
004840     READ MASTER-FILE
004850         INVALID KEY
004860             PERFORM 4200-INCLUIR-RECONST THRU 4200-EXIT
004870         NOT INVALID KEY
004880             PERFORM 4300-ATUALIZAR-RECONST THRU 4300-EXIT
004890     END-READ.
004900 4100-EXIT.
004910     EXIT.
004920******************************************************************
004930*    4200-INCLUIR-RECONST - FIRST APPEARANCE OF THIS NUMBER IN   *
004940*                           THE TRAIL - INSERT IT ON THE MASTER  *
004950******************************************************************
004960 4200-INCLUIR-RECONST.
004970     ADD 1 TO WS-QTD-INCLUIDOS.
004980     MOVE SPACES TO MST-RECORD.
004990     MOVE WS-CHAVE-MASTER-X TO MST-CHAVE.
005000     MOVE AUD-DATA TO MST-PRIMEIRA-DATA.
005010     MOVE AUD-DATA TO MST-ULTIMA-DATA.
005020     MOVE 1 TO MST-OCORRENCIAS.
005030     MOVE AUD-RESULTADO TO MST-RESULTADO.
005040     WRITE MST-RECORD
005050         INVALID KEY
005060             DISPLAY "MSTMNT - ERRO AO INCLUIR NO MSTFILE"
005070                 " - STATUS " WS-FS-MST
005080     END-WRITE.
005090 4200-EXIT.
005100     EXIT.
005110******************************************************************
005120*    4300-ATUALIZAR-RECONST - LATER APPEARANCE - ROLL LAST-SEEN  *
005130*                             DATE, OCCURRENCES AND RESULT       *
005140******************************************************************
005150 4300-ATUALIZAR-RECONST.
005160     ADD 1 TO WS-QTD-ATUALIZADOS.
005170     MOVE AUD-DATA TO MST-ULTIMA-DATA.
005180     ADD 1 TO MST-OCORRENCIAS.
005190     MOVE AUD-RESULTADO TO MST-RESULTADO.
005200     REWRITE MST-RECORD
005210         INVALID KEY
005220             DISPLAY "MSTMNT - ERRO AO REGRAVAR NO MSTFILE"
005230                 " - STATUS " WS-FS-MST
005240     END-REWRITE.
005250 4300-EXIT.
005260     EXIT.
005270******************************************************************
005280*    4400-WRITE-TOTAIS-RECONST - REBUILD TOTALS FOR THE BINDER   *
005290******************************************************************
005300 4400-WRITE-TOTAIS-RECONST.
005310     MOVE WS-QTD-APLICADOS TO WS-QTD-ED.
005320     MOVE SPACES TO RPT-RECORD.
005330     STRING "LINHAS DE AUDITORIA APLICADAS: " DELIMITED BY SIZE
005340         WS-QTD-ED DELIMITED BY SIZE
005350         INTO RPT-LINE.
005360     WRITE RPT-RECORD.
005370     MOVE WS-QTD-INCLUIDOS   TO WS-QTD-ED.
005380     MOVE WS-QTD-ATUALIZADOS TO WS-QTD-ED2.
005390     MOVE SPACES TO RPT-RECORD.
005400     STRING "NUMEROS INCLUIDOS: " DELIMITED BY SIZE
005410         WS-QTD-ED DELIMITED BY SIZE
005420         "   OCORRENCIAS ADICIONAIS: " DELIMITED BY SIZE
005430         WS-QTD-ED2 DELIMITED BY SIZE
005440         INTO RPT-LINE.
005450     WRITE RPT-RECORD.
005460     DISPLAY "MSTMNT - RECONSTRUCAO CONCLUIDA - "
005470         WS-QTD-ED " NUMEROS NO MASTER".
005480 4400-EXIT.
005490     EXIT.
005500******************************************************************
005510*    7000-AUTORIZAR - THE OPERATOR ON MNTPARM MUST HOLD THE      *
005520*                     OPRFILE GRANT FOR THE FUNCTION.  OPRAUT    *
005530*                     JOURNALS A REFUSAL ITSELF; THE TARGET IS   *
005540*                     SET BY THE CALLER                          *
005550******************************************************************
005560 7000-AUTORIZAR.
005570     MOVE "V"          TO AUT-OPERACAO.
005580     MOVE WS-OPERADOR  TO AUT-OPERADOR.
005590     MOVE "MSTMNT"     TO AUT-PROGRAMA.
005600     MOVE WS-FUNCAO    TO AUT-FUNCAO.
005610     MOVE SPACES       TO AUT-JOB-ID.
005620     MOVE SPACES       TO AUT-COMPLEMENTO.
005630     MOVE ZERO         TO AUT-QTD.
005640     MOVE SPACES       TO AUT-RESULTADO.
005650     CALL "OPRAUT" USING AUT-AREA.
005660     IF NOT AUT-AUTORIZADO
005670         DISPLAY "MSTMNT - FUNCAO " WS-FUNCAO " RECUSADA - "
005680             "OPERADOR " WS-OPERADOR
005690         GO TO 9999-ABEND
005700     END-IF.
005710     MOVE "Y" TO WS-DIARIO-PENDENTE-SW.
005720 7000-EXIT.
005730     EXIT.
005740******************************************************************
005750*    7100-REGISTRAR-DIARIO - JOURNAL THE OUTCOME OF THE          *
005760*                            AUTHORIZED ACTION                   *
005770******************************************************************
005780 7100-REGISTRAR-DIARIO.
005790     MOVE "J" TO AUT-OPERACAO.
005800     CALL "OPRAUT" USING AUT-AREA.
005810     IF NOT AUT-AUTORIZADO
005820         DISPLAY "MSTMNT - AVISO - ACAO NAO REGISTRADA NO "
005830             "JRNFILE - RETORNO " AUT-RETORNO
005840     END-IF.
005850 7100-EXIT.
005860     EXIT.
005870******************************************************************
005880*    7200-PREENCHER-DIARIO - JOURNAL DETAIL FOR THE FUNCTION:    *
005890*                            CUT-OFF DATE AND RECORDS PURGED, OR *
005900*                            NUMBERS REBUILT FROM AUDFILE        *
005910******************************************************************
005920 7200-PREENCHER-DIARIO.
005930     MOVE SPACES TO AUT-COMPLEMENTO.
005940     IF WS-FUNCAO-EXPURGAR
005950         STRING "CORTE " DELIMITED BY SIZE
005960             WS-DATA-CORTE DELIMITED BY SIZE
005970             INTO AUT-COMPLEMENTO
005980         MOVE WS-QTD-EXPURGADOS TO AUT-QTD
005990     ELSE
006000         MOVE "A PARTIR DO AUDFILE" TO AUT-COMPLEMENTO
006010         MOVE WS-QTD-INCLUIDOS TO AUT-QTD
006020     END-IF.
006030 7200-EXIT.
006040     EXIT.
006050******************************************************************
006060*    9999-ABEND - COMMON ERROR EXIT                              *
006070******************************************************************
006080 9999-ABEND.
006090     IF WS-DIARIO-PENDENTE
006100         MOVE "ABORTADO" TO AUT-RESULTADO
006110         PERFORM 7200-PREENCHER-DIARIO THRU 7200-EXIT
006120         MOVE "N" TO WS-DIARIO-PENDENTE-SW
006130         PERFORM 7100-REGISTRAR-DIARIO THRU 7100-EXIT
006140     END-IF.
006150     STOP RUN WITH ERROR STATUS 16.
006160 9999-EXIT.
006170     EXIT.
006180 END PROGRAM MSTMNT.
