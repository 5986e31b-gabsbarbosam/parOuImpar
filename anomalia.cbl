000010******************************************************************
000020* AUTHOR.      GABRIELA BARBOSA.
000030* INSTALLATION. CPD - CENTRO DE PROCESSAMENTO DE DADOS.
000040* DATE-WRITTEN. 15/10/2026.
000050* DATE-COMPILED.
000060* PURPOSE.     CROSS-RUN ANOMALY DETECTION.  IMPAROUPAR APPENDS
000070*              ONE STSFILE RECORD PER SUBMITTING BRANCH AT THE END
000080*              OF EVERY LIVE RUN (SEE STSREC).  ANOMALIA COMPARES
000090*              A BUSINESS DATE (ANMPARM, SEE ANPREC - THE LATEST
000100*              DATE ON STSFILE BY DEFAULT) AGAINST EACH BRANCH'S
000110*              TRAILING BASELINE - THE 20 MOST RECENT EARLIER
000120*              BUSINESS DATES ON STSFILE - AND LISTS ON ANMLIST
000130*              EVERY BRANCH WHOSE VOLUME MOVED PAST THE VOLUME
000140*              TOLERANCE, WHOSE LAST-DIGIT SPREAD FAILS A
000150*              CHI-SQUARE TEST AGAINST ITS OWN BASELINE SPREAD, OR
000160*              WHOSE REJECT RATE MOVED PAST THE REJECT TOLERANCE.
000170*              A BRANCH WITH TOO FEW BASELINE DATES IS LISTED
000180*              APART, NOT JUDGED.  RUNS OF JOBS REVERSED BY
000190*              ESTORNO ARE LEFT OUT; WHEN A BRANCH HAS MORE THAN
000200*              ONE RUN ON A DATE THE LATER ONE STANDS.  WHEN ANY
000210*              BRANCH IS OUT OF TOLERANCE AN ALERT RECORD
000220*              (HST-TIPO "A", HST-RECONCILIACAO "AN") IS APPENDED
000230*              TO HSTFILE FOR THE BUSINESS DATE SO THE SCHEDULER
000240*              CAN FLAG THE DAY.
000250* TECTONICS.   COBC
000260*------------------------------------------------------------------
000270* MODIFICATION HISTORY
000280* DATE       INIT  DESCRIPTION
000290* 15/10/2026 GB    ORIGINAL VERSION.
000300******************************************************************
000310 IDENTIFICATION DIVISION.
000320 PROGRAM-ID. ANOMALIA.
000330 ENVIRONMENT DIVISION.
000340 INPUT-OUTPUT SECTION.
000350 FILE-CONTROL.
000360     SELECT ANMPARM-FILE ASSIGN TO "ANMPARM"
000370         ORGANIZATION IS LINE SEQUENTIAL
000380         FILE STATUS IS WS-FS-ANP.
000390     SELECT ESTATISTICA-FILE ASSIGN TO "STSFILE"
000400         ORGANIZATION IS LINE SEQUENTIAL
000410         FILE STATUS IS WS-FS-STS.
000420     SELECT HISTORIA-FILE ASSIGN TO "HSTFILE"
000430         ORGANIZATION IS LINE SEQUENTIAL
000440         FILE STATUS IS WS-FS-HST.
000450     SELECT ANOMALIA-RPT ASSIGN TO "ANMLIST"
000460         ORGANIZATION IS LINE SEQUENTIAL
000470         FILE STATUS IS WS-FS-RPT.
000480 DATA DIVISION.
000490 FILE SECTION.
000500 FD  ANMPARM-FILE
000510     RECORDING MODE IS F.
000520     COPY ANPREC.
000530 FD  ESTATISTICA-FILE
000540     RECORDING MODE IS F.
000550     COPY STSREC.
000560 FD  HISTORIA-FILE
000570     RECORDING MODE IS F.
000580     COPY HSTREC.
000590 FD  ANOMALIA-RPT
000600     RECORDING MODE IS F.
000610     COPY RPTREC.
000620 WORKING-STORAGE SECTION.
000630 77  WS-FS-ANP               PIC X(02) VALUE ZEROS.
000640     88  WS-FS-ANP-OK                VALUE "00".
000650 77  WS-FS-STS               PIC X(02) VALUE ZEROS.
000660     88  WS-FS-STS-OK                VALUE "00".
000670     88  WS-FS-STS-INEXISTENTE       VALUE "35".
000680 77  WS-FS-HST               PIC X(02) VALUE ZEROS.
000690     88  WS-FS-HST-OK                VALUE "00".
000700     88  WS-FS-HST-INEXISTENTE       VALUE "35".
000710 77  WS-FS-RPT               PIC X(02) VALUE ZEROS.
000720     88  WS-FS-RPT-OK                VALUE "00".
000730 77  WS-STS-EOF-SWITCH       PIC X(01) VALUE "N".
000740     88  WS-STS-EOF                   VALUE "Y".
000750 77  WS-HST-EOF-SWITCH       PIC X(01) VALUE "N".
000760     88  WS-HST-EOF                   VALUE "Y".
000770 77  WS-ACHADO-SW            PIC X(01) VALUE "N".
000780     88  WS-ACHADO                   VALUE "Y".
000790 77  WS-ESTORNADO-SW         PIC X(01) VALUE "N".
000800     88  WS-ESTORNADO                VALUE "Y".
000810 77  WS-QUI-TESTADO-SW       PIC X(01) VALUE "N".
000820     88  WS-QUI-TESTADO              VALUE "Y".
000830 77  WS-TAB-CHEIA-SW         PIC X(01) VALUE "N".
000840     88  WS-TAB-CHEIA                VALUE "Y".
000850 77  WS-DATA-SISTEMA         PIC 9(08) VALUE ZERO.
000860 77  WS-HORA-SISTEMA         PIC 9(08) VALUE ZERO.
000870 77  WS-DATA-FIM             PIC 9(08) VALUE ZERO.
000880 77  WS-HORA-FIM             PIC 9(08) VALUE ZERO.
000890 77  WS-JOB-ID               PIC X(08) VALUE SPACES.
000900 77  WS-DATA-ALVO            PIC 9(08) VALUE ZERO.
000910 77  WS-DIAS-BASE            PIC 9(04) COMP VALUE 20.
000920 77  WS-DIAS-MAXIMO          PIC 9(04) COMP VALUE 30.
000930 77  WS-MIN-DIAS             PIC 9(04) COMP VALUE 5.
000940 77  WS-TOL-VOLUME           PIC 9(03)V99 VALUE 50.
000950 77  WS-TOL-QUI              PIC 9(03)V99 VALUE 21.67.
000960 77  WS-TOL-REJEICAO         PIC 9(03)V99 VALUE 5.
000970 77  WS-MIN-VOLUME           PIC 9(09) COMP VALUE 30.
000980 77  WS-QTD-ESTORNOS         PIC 9(04) COMP VALUE ZERO.
000990 77  WS-ETN-IDX              PIC 9(04) COMP VALUE ZERO.
001000 77  WS-ETN-MAXIMO           PIC 9(04) COMP VALUE 500.
001010 77  WS-QTD-BASE             PIC 9(04) COMP VALUE ZERO.
001020 77  WS-BASE-IDX             PIC 9(04) COMP VALUE ZERO.
001030 77  WS-BASE-POS             PIC 9(04) COMP VALUE ZERO.
001040 77  WS-BASE-MENOR           PIC 9(08) VALUE ZERO.
001050 77  WS-BASE-MAIOR           PIC 9(08) VALUE ZERO.
001060 77  WS-QTD-FILIAIS          PIC 9(04) COMP VALUE ZERO.
001070 77  WS-FIL-IDX              PIC 9(04) COMP VALUE ZERO.
001080 77  WS-FIL-POS              PIC 9(04) COMP VALUE ZERO.
001090 77  WS-FIL-MAXIMO           PIC 9(04) COMP VALUE 200.
001100 77  WS-SLOT                 PIC 9(04) COMP VALUE ZERO.
001110 77  WS-SLOT-IDX             PIC 9(04) COMP VALUE ZERO.
001120 77  WS-SLOT-HOJE            PIC 9(04) COMP VALUE 31.
001130 77  WS-DIG-IDX              PIC 9(04) COMP VALUE ZERO.
001140 77  WS-QTD-HOJE             PIC 9(04) COMP VALUE ZERO.
001150 77  WS-QTD-AVALIADAS        PIC 9(04) COMP VALUE ZERO.
001160 77  WS-QTD-ANOMALIAS        PIC 9(04) COMP VALUE ZERO.
001170 77  WS-QTD-INSUFICIENTES    PIC 9(04) COMP VALUE ZERO.
001180 77  WS-QTD-FLAG-V           PIC 9(04) COMP VALUE ZERO.
001190 77  WS-QTD-FLAG-D           PIC 9(04) COMP VALUE ZERO.
001200 77  WS-QTD-FLAG-R           PIC 9(04) COMP VALUE ZERO.
001210 77  WS-B-DIAS               PIC 9(04) COMP VALUE ZERO.
001220 77  WS-B-RECEBIDOS          PIC 9(11) COMP VALUE ZERO.
001230 77  WS-B-PROCESSADOS        PIC 9(11) COMP VALUE ZERO.
001240 77  WS-B-REJ                PIC 9(11) COMP VALUE ZERO.
001250 77  WS-B-PAR                PIC 9(11) COMP VALUE ZERO.
001260 77  WS-B-IMPAR              PIC 9(11) COMP VALUE ZERO.
001270 77  WS-B-DIGITOS-TOTAL      PIC 9(11) COMP VALUE ZERO.
001280 77  WS-H-PROCESSADOS        PIC 9(09) COMP VALUE ZERO.
001290 77  WS-H-DIGITOS-TOTAL      PIC 9(09) COMP VALUE ZERO.
001300 77  WS-DIA-PROCESSADOS      PIC 9(09) COMP VALUE ZERO.
001310 77  WS-CLASSIFICADOS        PIC 9(11) COMP VALUE ZERO.
001320 77  WS-MEDIA-VOLUME         PIC 9(09)V99 VALUE ZERO.
001330 77  WS-VARIACAO-VOLUME      PIC S9(05)V99 VALUE ZERO.
001340 77  WS-DESVIO-VOLUME        PIC 9(05)V99 VALUE ZERO.
001350 77  WS-TAXA-HOJE            PIC 9(03)V99 VALUE ZERO.
001360 77  WS-TAXA-BASE            PIC 9(03)V99 VALUE ZERO.
001370 77  WS-DIFERENCA-TAXA       PIC S9(03)V99 VALUE ZERO.
001380 77  WS-DESVIO-TAXA          PIC 9(03)V99 VALUE ZERO.
001390 77  WS-PAR-HOJE             PIC 9(03)V99 VALUE ZERO.
001400 77  WS-PAR-BASE             PIC 9(03)V99 VALUE ZERO.
001410 77  WS-QUI                  PIC 9(13)V9(04) VALUE ZERO.
001420 77  WS-QUI-ESPERADO         PIC 9(11)V9(04) VALUE ZERO.
001430 77  WS-QUI-PARCELA          PIC 9(13)V9(04) VALUE ZERO.
001440 77  WS-QUI-LIMITE-ED        PIC 9(05)V99 VALUE 99999.99.
001450 77  WS-FLAG-V               PIC X(01) VALUE SPACE.
001460 77  WS-FLAG-D               PIC X(01) VALUE SPACE.
001470 77  WS-FLAG-R               PIC X(01) VALUE SPACE.
001480 77  WS-QTD-ED               PIC Z(8)9.
001490 77  WS-QTD-ED2              PIC Z(8)9.
001500 77  WS-QTD-ED3              PIC Z(8)9.
001510 77  WS-QTD-ED4              PIC Z(8)9.
001520 77  WS-PERC-ED              PIC ZZ9.99.
001530 77  WS-PERC-ED2             PIC ZZ9.99.
001540 01  WS-ETN-TABELA.
001550     05  WS-ETN-ENTRADA OCCURS 500 TIMES.
001560         10  WS-ETN-JOB          PIC X(08).
001570         10  WS-ETN-DATA         PIC 9(08).
001580 01  WS-BASE-TABELA.
001590     05  WS-BASE-DATA OCCURS 30 TIMES
001600                             PIC 9(08).
001610 01  WS-FIL-TABELA.
001620     05  WS-FIL-ENTRADA OCCURS 200 TIMES.
001630         10  WS-FIL-CODIGO       PIC X(04).
001640         10  WS-FIL-NOME         PIC X(30).
001650         10  WS-FIL-SITUACAO     PIC X(01).
001660         10  WS-FIL-DIA OCCURS 31 TIMES.
001670             15  WS-FIL-PRESENTE     PIC X(01).
001680             15  WS-FIL-RECEBIDOS    PIC 9(09) COMP.
001690             15  WS-FIL-REINICIO     PIC 9(09) COMP.
001700             15  WS-FIL-PAR          PIC 9(09) COMP.
001710             15  WS-FIL-IMPAR        PIC 9(09) COMP.
001720             15  WS-FIL-REJ          PIC 9(09) COMP.
001730             15  WS-FIL-DIGITO OCCURS 10 TIMES
001740                                     PIC 9(09) COMP.
001750 01  WS-B-DIGITOS.
001760     05  WS-B-DIGITO OCCURS 10 TIMES
001770                             PIC 9(11) COMP.
001780 01  WS-ANM-LINHA.
001790     05  FILLER              PIC X(01) VALUE SPACE.
001800     05  WS-LIN-FILIAL       PIC X(04).
001810     05  FILLER              PIC X(02) VALUE SPACES.
001820     05  WS-LIN-NOME         PIC X(30).
001830     05  FILLER              PIC X(01) VALUE SPACE.
001840     05  WS-LIN-DIAS         PIC Z9.
001850     05  FILLER              PIC X(01) VALUE SPACE.
001860     05  WS-LIN-VOLUME       PIC Z(8)9.
001870     05  FILLER              PIC X(01) VALUE SPACE.
001880     05  WS-LIN-MEDIA        PIC Z(8)9.99.
001890     05  FILLER              PIC X(01) VALUE SPACE.
001900     05  WS-LIN-VARIACAO     PIC +(5)9.99.
001910     05  FILLER              PIC X(01) VALUE SPACE.
001920     05  WS-LIN-QUI          PIC Z(4)9.99.
001930     05  WS-LIN-QUI-X REDEFINES WS-LIN-QUI
001940                             PIC X(08).
001950     05  FILLER              PIC X(01) VALUE SPACE.
001960     05  WS-LIN-REJ-HOJE     PIC ZZ9.99.
001970     05  FILLER              PIC X(01) VALUE SPACE.
001980     05  WS-LIN-REJ-BASE     PIC ZZ9.99.
001990     05  FILLER              PIC X(01) VALUE SPACE.
002000     05  WS-LIN-PAR-HOJE     PIC ZZ9.99.
002010     05  FILLER              PIC X(01) VALUE SPACE.
002020     05  WS-LIN-PAR-BASE     PIC ZZ9.99.
002030     05  FILLER              PIC X(02) VALUE SPACES.
002040     05  WS-LIN-FLAG-V       PIC X(01).
002050     05  FILLER              PIC X(01) VALUE SPACE.
002060     05  WS-LIN-FLAG-D       PIC X(01).
002070     05  FILLER              PIC X(01) VALUE SPACE.
002080     05  WS-LIN-FLAG-R       PIC X(01).
002090 01  WS-ANM-CABECALHO.
002100     05  FILLER              PIC X(01) VALUE SPACE.
002110     05  FILLER              PIC X(06) VALUE "FIL.".
002120     05  FILLER              PIC X(31) VALUE "NOME".
002130     05  FILLER              PIC X(03) VALUE "DD".
002140     05  FILLER              PIC X(10) VALUE "    VOLUME".
002150     05  FILLER              PIC X(13) VALUE "   MEDIA BASE".
002160     05  FILLER              PIC X(10) VALUE "     VAR %".
002170     05  FILLER              PIC X(09) VALUE "    QUI-Q".
002180     05  FILLER              PIC X(07) VALUE "  REJ %".
002190     05  FILLER              PIC X(07) VALUE "   BASE".
002200     05  FILLER              PIC X(07) VALUE "  PAR %".
002210     05  FILLER              PIC X(09) VALUE "   BASE".
002220     05  FILLER              PIC X(05) VALUE "V D R".
002230******************************************************************
002240*    PROCEDURE DIVISION                                          *
002250******************************************************************
002260 PROCEDURE DIVISION.
002270 0000-MAINLINE.
002280     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002290     PERFORM 1500-CARREGAR-ESTORNOS THRU 1500-EXIT.
002300     IF WS-DATA-ALVO = ZERO
002310         PERFORM 2000-DETERMINAR-DATA THRU 2000-EXIT
002320     END-IF.
002330     IF WS-DATA-ALVO NOT = ZERO
002340         PERFORM 3000-MONTAR-BASE THRU 3000-EXIT
002350         PERFORM 4000-CARREGAR-FILIAIS THRU 4000-EXIT
002360         PERFORM 5000-AVALIAR-FILIAIS THRU 5000-EXIT
002370         PERFORM 6000-WRITE-INSUFICIENTES THRU 6000-EXIT
002380     END-IF.
002390     IF WS-QTD-ANOMALIAS > 0
002400         PERFORM 7000-GRAVAR-ALERTA THRU 7000-EXIT
002410     END-IF.
002420     PERFORM 8000-FINALIZE THRU 8000-EXIT.
002430     STOP RUN.
002440******************************************************************
002450*    1000-INITIALIZE - PICK UP THE PARAMETERS AND OPEN THE       *
002460*                      LISTING                                   *
002470******************************************************************
002480 1000-INITIALIZE.
002490     ACCEPT WS-DATA-SISTEMA FROM DATE YYYYMMDD.
002500     ACCEPT WS-HORA-SISTEMA FROM TIME.
002510     ACCEPT WS-JOB-ID FROM ENVIRONMENT "JOBID".
002520     IF WS-JOB-ID = SPACES
002530         MOVE "ANOMALIA" TO WS-JOB-ID
002540     END-IF.
002550     PERFORM 1100-LER-PARAMETROS THRU 1100-EXIT.
002560     OPEN OUTPUT ANOMALIA-RPT.
002570     IF NOT WS-FS-RPT-OK
002580         DISPLAY "ANOMALIA - ERRO AO ABRIR ANMLIST - STATUS "
002590             WS-FS-RPT
002600         GO TO 9999-ABEND
002610     END-IF.
002620     MOVE SPACES TO RPT-RECORD.
002630     STRING "ANOMALIA - COMPARACAO COM A BASE POR FILIAL - "
002640             DELIMITED BY SIZE
002650         "EMITIDO EM " DELIMITED BY SIZE
002660         WS-DATA-SISTEMA DELIMITED BY SIZE
002670         " " DELIMITED BY SIZE
002680         WS-HORA-SISTEMA DELIMITED BY SIZE
002690         " - JOB " DELIMITED BY SIZE
002700         WS-JOB-ID DELIMITED BY SIZE
002710         INTO RPT-LINE.
002720     WRITE RPT-RECORD.
002730     MOVE WS-TOL-VOLUME TO WS-PERC-ED.
002740     MOVE WS-TOL-REJEICAO TO WS-PERC-ED2.
002750     MOVE WS-TOL-QUI TO WS-LIN-QUI.
002760     MOVE WS-MIN-VOLUME TO WS-QTD-ED.
002770     MOVE SPACES TO RPT-RECORD.
002780     STRING "TOLERANCIAS - VOLUME " DELIMITED BY SIZE
002790         WS-PERC-ED DELIMITED BY SIZE
002800         " %  QUI-QUADRADO (9 G.L.) " DELIMITED BY SIZE
002810         WS-LIN-QUI DELIMITED BY SIZE
002820         "  REJEICAO " DELIMITED BY SIZE
002830         WS-PERC-ED2 DELIMITED BY SIZE
002840         " P.P.  VOLUME MINIMO P/ DIGITOS " DELIMITED BY SIZE
002850         WS-QTD-ED DELIMITED BY SIZE
002860         INTO RPT-LINE.
002870     WRITE RPT-RECORD.
002880 1000-EXIT.
002890     EXIT.
002900******************************************************************
002910*    1100-LER-PARAMETROS - OPTIONAL ANMPARM.  A FIELD LEFT ZERO  *
002920*                          OR NOT NUMERIC KEEPS ITS DEFAULT      *
002930******************************************************************
002940 1100-LER-PARAMETROS.
002950     OPEN INPUT ANMPARM-FILE.
002960     IF NOT WS-FS-ANP-OK
002970         GO TO 1100-EXIT
002980     END-IF.
002990     READ ANMPARM-FILE
003000         AT END
003010             CLOSE ANMPARM-FILE
003020             GO TO 1100-EXIT
003030     END-READ.
003040     CLOSE ANMPARM-FILE.
003050     IF ANP-DATA-NEGOCIO NUMERIC AND ANP-DATA-NEGOCIO NOT = ZERO
003060         MOVE ANP-DATA-NEGOCIO TO WS-DATA-ALVO
003070     END-IF.
003080     IF ANP-DIAS-BASE NUMERIC AND ANP-DIAS-BASE NOT = ZERO
003090         MOVE ANP-DIAS-BASE TO WS-DIAS-BASE
003100     END-IF.
003110     IF WS-DIAS-BASE > WS-DIAS-MAXIMO
003120         DISPLAY "ANOMALIA - ANP-DIAS-BASE " WS-DIAS-BASE
003130             " ACIMA DO MAXIMO - USANDO " WS-DIAS-MAXIMO
003140         MOVE WS-DIAS-MAXIMO TO WS-DIAS-BASE
003150     END-IF.
003160     IF ANP-MIN-DIAS NUMERIC AND ANP-MIN-DIAS NOT = ZERO
003170         MOVE ANP-MIN-DIAS TO WS-MIN-DIAS
003180     END-IF.
003190     IF WS-MIN-DIAS > WS-DIAS-BASE
003200         MOVE WS-DIAS-BASE TO WS-MIN-DIAS
003210     END-IF.
003220     IF ANP-TOL-VOLUME NUMERIC AND ANP-TOL-VOLUME NOT = ZERO
003230         MOVE ANP-TOL-VOLUME TO WS-TOL-VOLUME
003240     END-IF.
003250     IF ANP-TOL-QUI NUMERIC AND ANP-TOL-QUI NOT = ZERO
003260         MOVE ANP-TOL-QUI TO WS-TOL-QUI
003270     END-IF.
003280     IF ANP-TOL-REJEICAO NUMERIC AND ANP-TOL-REJEICAO NOT = ZERO
003290         MOVE ANP-TOL-REJEICAO TO WS-TOL-REJEICAO
003300     END-IF.
003310     IF ANP-MIN-VOLUME NUMERIC AND ANP-MIN-VOLUME NOT = ZERO
003320         MOVE ANP-MIN-VOLUME TO WS-MIN-VOLUME
003330     END-IF.
003340 1100-EXIT.
003350     EXIT.
003360******************************************************************
003370*    1500-CARREGAR-ESTORNOS - TABLE THE JOB ID AND BUSINESS DATE *
003380*                             OF EVERY EXECUTION REVERSED BY     *
003390*                             ESTORNO, WHOSE STATISTICS NO       *
003400*                             LONGER STAND.  NO HSTFILE MEANS    *
003410*                             NOTHING WAS REVERSED               *
003420******************************************************************
003430 1500-CARREGAR-ESTORNOS.
003440     OPEN INPUT HISTORIA-FILE.
003450     IF WS-FS-HST-INEXISTENTE
003460         GO TO 1500-EXIT
003470     END-IF.
003480     IF NOT WS-FS-HST-OK
003490         DISPLAY "ANOMALIA - ERRO AO ABRIR HSTFILE - STATUS "
003500             WS-FS-HST
003510         PERFORM 8000-FINALIZE THRU 8000-EXIT
003520         GO TO 9999-ABEND
003530     END-IF.
003540     MOVE "N" TO WS-HST-EOF-SWITCH.
003550     PERFORM 1510-LER-HISTORIA THRU 1510-EXIT
003560         UNTIL WS-HST-EOF.
003570     CLOSE HISTORIA-FILE.
003580 1500-EXIT.
003590     EXIT.
003600******************************************************************
003610*    1510-LER-HISTORIA - ONE HSTFILE RECORD                      *
003620******************************************************************
003630 1510-LER-HISTORIA.
003640     READ HISTORIA-FILE
003650         AT END
003660             MOVE "Y" TO WS-HST-EOF-SWITCH
003670             GO TO 1510-EXIT
003680     END-READ.
003690     IF NOT HST-EXECUCAO OR NOT HST-ESTORNADA
003700         GO TO 1510-EXIT
003710     END-IF.
003720     IF WS-QTD-ESTORNOS NOT < WS-ETN-MAXIMO
003730         DISPLAY "ANOMALIA - TABELA DE ESTORNOS CHEIA - JOB "
003740             HST-JOB-ID " NAO EXCLUIDO"
003750         GO TO 1510-EXIT
003760     END-IF.
003770     ADD 1 TO WS-QTD-ESTORNOS.
003780     MOVE HST-JOB-ID TO WS-ETN-JOB (WS-QTD-ESTORNOS).
003790     IF HST-DATA-NEGOCIO NUMERIC AND HST-DATA-NEGOCIO NOT = ZERO
003800         MOVE HST-DATA-NEGOCIO TO WS-ETN-DATA (WS-QTD-ESTORNOS)
003810     ELSE
003820         MOVE HST-DATA-INICIO TO WS-ETN-DATA (WS-QTD-ESTORNOS)
003830     END-IF.
003840 1510-EXIT.
003850     EXIT.
003860******************************************************************
003870*    1600-VERIFICAR-ESTORNO - IS THE CURRENT STSFILE RECORD FROM *
003880*                             A REVERSED JOB                     *
003890******************************************************************
003900 1600-VERIFICAR-ESTORNO.
003910     MOVE "N" TO WS-ESTORNADO-SW.
003920     PERFORM 1610-PROCURAR-ESTORNO THRU 1610-EXIT
003930         VARYING WS-ETN-IDX FROM 1 BY 1
003940         UNTIL WS-ETN-IDX > WS-QTD-ESTORNOS
003950            OR WS-ESTORNADO.
003960 1600-EXIT.
003970     EXIT.
003980******************************************************************
003990*    1610-PROCURAR-ESTORNO - ONE REVERSED-JOB TABLE PROBE        *
004000******************************************************************
004010 1610-PROCURAR-ESTORNO.
004020     IF WS-ETN-JOB (WS-ETN-IDX) = STS-JOB-ID
004030        AND WS-ETN-DATA (WS-ETN-IDX) = STS-DATA-NEGOCIO
004040         MOVE "Y" TO WS-ESTORNADO-SW
004050     END-IF.
004060 1610-EXIT.
004070     EXIT.
004080******************************************************************
004090*    2000-DETERMINAR-DATA - NO DATE ON ANMPARM: EXAMINE THE      *
004100*                           LATEST BUSINESS DATE ON STSFILE      *
004110******************************************************************
004120 2000-DETERMINAR-DATA.
004130     PERFORM 2100-ABRIR-ESTATISTICAS THRU 2100-EXIT.
004140     IF WS-FS-STS-OK
004150         PERFORM 2010-LER-DATA THRU 2010-EXIT
004160             UNTIL WS-STS-EOF
004170         CLOSE ESTATISTICA-FILE
004180     END-IF.
004190     IF WS-DATA-ALVO = ZERO
004200         MOVE SPACES TO RPT-RECORD
004210         MOVE "STSFILE SEM ESTATISTICAS - NADA A COMPARAR"
004220             TO RPT-LINE
004230         WRITE RPT-RECORD
004240         DISPLAY "ANOMALIA - STSFILE SEM ESTATISTICAS"
004250     END-IF.
004260 2000-EXIT.
004270     EXIT.
004280******************************************************************
004290*    2010-LER-DATA - ONE STSFILE RECORD OF THE DATE SCAN         *
004300******************************************************************
004310 2010-LER-DATA.
004320     READ ESTATISTICA-FILE
004330         AT END
004340             MOVE "Y" TO WS-STS-EOF-SWITCH
004350             GO TO 2010-EXIT
004360     END-READ.
004370     IF STS-DATA-NEGOCIO NOT NUMERIC
004380         GO TO 2010-EXIT
004390     END-IF.
004400     IF STS-DATA-NEGOCIO NOT > WS-DATA-ALVO
004410         GO TO 2010-EXIT
004420     END-IF.
004430     PERFORM 1600-VERIFICAR-ESTORNO THRU 1600-EXIT.
004440     IF NOT WS-ESTORNADO
004450         MOVE STS-DATA-NEGOCIO TO WS-DATA-ALVO
004460     END-IF.
004470 2010-EXIT.
004480     EXIT.
004490******************************************************************
004500*    2100-ABRIR-ESTATISTICAS - OPEN STSFILE FOR ONE PASS.  A     *
004510*                              MISSING STSFILE IS NOT AN ERROR - *
004520*                              NO LIVE RUN HAS WRITTEN ONE YET   *
004530******************************************************************
004540 2100-ABRIR-ESTATISTICAS.
004550     MOVE "N" TO WS-STS-EOF-SWITCH.
004560     OPEN INPUT ESTATISTICA-FILE.
004570     IF WS-FS-STS-INEXISTENTE
004580         MOVE "Y" TO WS-STS-EOF-SWITCH
004590         GO TO 2100-EXIT
004600     END-IF.
004610     IF NOT WS-FS-STS-OK
004620         DISPLAY "ANOMALIA - ERRO AO ABRIR STSFILE - STATUS "
004630             WS-FS-STS
004640         PERFORM 8000-FINALIZE THRU 8000-EXIT
004650         GO TO 9999-ABEND
004660     END-IF.
004670 2100-EXIT.
004680     EXIT.
004690******************************************************************
004700*    3000-MONTAR-BASE - PICK THE WS-DIAS-BASE MOST RECENT        *
004710*                       BUSINESS DATES BEFORE THE DATE EXAMINED  *
004720******************************************************************
004730 3000-MONTAR-BASE.
004740     PERFORM 2100-ABRIR-ESTATISTICAS THRU 2100-EXIT.
004750     IF WS-FS-STS-OK
004760         PERFORM 3010-LER-BASE THRU 3010-EXIT
004770             UNTIL WS-STS-EOF
004780         CLOSE ESTATISTICA-FILE
004790     END-IF.
004800     MOVE ZERO TO WS-BASE-MENOR.
004810     MOVE ZERO TO WS-BASE-MAIOR.
004820     PERFORM 3040-LIMITES-BASE THRU 3040-EXIT
004830         VARYING WS-BASE-IDX FROM 1 BY 1
004840         UNTIL WS-BASE-IDX > WS-QTD-BASE.
004850     MOVE WS-QTD-BASE TO WS-QTD-ED.
004860     MOVE WS-MIN-DIAS TO WS-QTD-ED2.
004870     MOVE SPACES TO RPT-RECORD.
004880     STRING "DATA DE NEGOCIO EXAMINADA " DELIMITED BY SIZE
004890         WS-DATA-ALVO DELIMITED BY SIZE
004900         " - BASE DE " DELIMITED BY SIZE
004910         WS-QTD-ED DELIMITED BY SIZE
004920         " DATA(S) DE " DELIMITED BY SIZE
004930         WS-BASE-MENOR DELIMITED BY SIZE
004940         " A " DELIMITED BY SIZE
004950         WS-BASE-MAIOR DELIMITED BY SIZE
004960         " - MINIMO POR FILIAL " DELIMITED BY SIZE
004970         WS-QTD-ED2 DELIMITED BY SIZE
004980         INTO RPT-LINE.
004990     WRITE RPT-RECORD.
005000 3000-EXIT.
005010     EXIT.
005020******************************************************************
005030*    3010-LER-BASE - ONE STSFILE RECORD OF THE BASELINE SCAN     *
005040******************************************************************
005050 3010-LER-BASE.
005060     READ ESTATISTICA-FILE
005070         AT END
005080             MOVE "Y" TO WS-STS-EOF-SWITCH
005090             GO TO 3010-EXIT
005100     END-READ.
005110     IF STS-DATA-NEGOCIO NOT NUMERIC
005120         GO TO 3010-EXIT
005130     END-IF.
005140     IF STS-DATA-NEGOCIO NOT < WS-DATA-ALVO
005150         GO TO 3010-EXIT
005160     END-IF.
005170     PERFORM 1600-VERIFICAR-ESTORNO THRU 1600-EXIT.
005180     IF WS-ESTORNADO
005190         GO TO 3010-EXIT
005200     END-IF.
005210     PERFORM 3100-PROCURAR-DATA THRU 3100-EXIT.
005220     IF WS-ACHADO
005230         GO TO 3010-EXIT
005240     END-IF.
005250     IF WS-QTD-BASE < WS-DIAS-BASE
005260         ADD 1 TO WS-QTD-BASE
005270         MOVE STS-DATA-NEGOCIO TO WS-BASE-DATA (WS-QTD-BASE)
005280         GO TO 3010-EXIT
005290     END-IF.
005300     MOVE 1 TO WS-BASE-POS.
005310     PERFORM 3030-PROCURAR-MENOR THRU 3030-EXIT
005320         VARYING WS-BASE-IDX FROM 2 BY 1
005330         UNTIL WS-BASE-IDX > WS-QTD-BASE.
005340     IF STS-DATA-NEGOCIO > WS-BASE-DATA (WS-BASE-POS)
005350         MOVE STS-DATA-NEGOCIO TO WS-BASE-DATA (WS-BASE-POS)
005360     END-IF.
005370 3010-EXIT.
005380     EXIT.
005390******************************************************************
005400*    3030-PROCURAR-MENOR - KEEP THE POSITION OF THE OLDEST       *
005410*                          BASELINE DATE                         *
005420******************************************************************
005430 3030-PROCURAR-MENOR.
005440     IF WS-BASE-DATA (WS-BASE-IDX) < WS-BASE-DATA (WS-BASE-POS)
005450         MOVE WS-BASE-IDX TO WS-BASE-POS
005460     END-IF.
005470 3030-EXIT.
005480     EXIT.
005490******************************************************************
005500*    3040-LIMITES-BASE - OLDEST AND NEWEST BASELINE DATE FOR THE *
005510*                        LISTING HEADING                         *
005520******************************************************************
005530 3040-LIMITES-BASE.
005540     IF WS-BASE-MENOR = ZERO
005550        OR WS-BASE-DATA (WS-BASE-IDX) < WS-BASE-MENOR
005560         MOVE WS-BASE-DATA (WS-BASE-IDX) TO WS-BASE-MENOR
005570     END-IF.
005580     IF WS-BASE-DATA (WS-BASE-IDX) > WS-BASE-MAIOR
005590         MOVE WS-BASE-DATA (WS-BASE-IDX) TO WS-BASE-MAIOR
005600     END-IF.
005610 3040-EXIT.
005620     EXIT.
005630******************************************************************
005640*    3100-PROCURAR-DATA - FIND THE STSFILE BUSINESS DATE IN THE  *
005650*                         BASELINE TABLE; WS-BASE-POS IS ITS SLOT*
005660******************************************************************
005670 3100-PROCURAR-DATA.
005680     MOVE "N" TO WS-ACHADO-SW.
005690     MOVE ZERO TO WS-BASE-POS.
005700     PERFORM 3110-COMPARAR-DATA THRU 3110-EXIT
005710         VARYING WS-BASE-IDX FROM 1 BY 1
005720         UNTIL WS-BASE-IDX > WS-QTD-BASE
005730            OR WS-ACHADO.
005740 3100-EXIT.
005750     EXIT.
005760******************************************************************
005770*    3110-COMPARAR-DATA - ONE BASELINE TABLE PROBE               *
005780******************************************************************
005790 3110-COMPARAR-DATA.
005800     IF WS-BASE-DATA (WS-BASE-IDX) = STS-DATA-NEGOCIO
005810         MOVE "Y" TO WS-ACHADO-SW
005820         MOVE WS-BASE-IDX TO WS-BASE-POS
005830     END-IF.
005840 3110-EXIT.
005850     EXIT.
005860******************************************************************
005870*    4000-CARREGAR-FILIAIS - TABLE EVERY BRANCH'S FIGURES FOR THE*
005880*                            BASELINE DATES AND THE DATE         *
005890*                            EXAMINED.  STSFILE IS IN RUN ORDER, *
005900*                            SO A LATER RUN OF THE SAME BRANCH   *
005910*                            AND DATE REPLACES THE EARLIER ONE   *
005920******************************************************************
005930 4000-CARREGAR-FILIAIS.
005940     PERFORM 2100-ABRIR-ESTATISTICAS THRU 2100-EXIT.
005950     IF WS-FS-STS-OK
005960         PERFORM 4010-LER-FILIAL THRU 4010-EXIT
005970             UNTIL WS-STS-EOF
005980         CLOSE ESTATISTICA-FILE
005990     END-IF.
006000 4000-EXIT.
006010     EXIT.
006020******************************************************************
006030*    4010-LER-FILIAL - ONE STSFILE RECORD OF THE BRANCH SCAN     *
006040******************************************************************
006050 4010-LER-FILIAL.
006060     READ ESTATISTICA-FILE
006070         AT END
006080             MOVE "Y" TO WS-STS-EOF-SWITCH
006090             GO TO 4010-EXIT
006100     END-READ.
006110     IF STS-DATA-NEGOCIO NOT NUMERIC
006120         GO TO 4010-EXIT
006130     END-IF.
006140     IF STS-DATA-NEGOCIO = WS-DATA-ALVO
006150         MOVE WS-SLOT-HOJE TO WS-SLOT
006160     ELSE
006170         PERFORM 3100-PROCURAR-DATA THRU 3100-EXIT
006180         IF NOT WS-ACHADO
006190             GO TO 4010-EXIT
006200         END-IF
006210         MOVE WS-BASE-POS TO WS-SLOT
006220     END-IF.
006230     PERFORM 1600-VERIFICAR-ESTORNO THRU 1600-EXIT.
006240     IF WS-ESTORNADO
006250         GO TO 4010-EXIT
006260     END-IF.
006270     PERFORM 4100-LOCALIZAR-FILIAL THRU 4100-EXIT.
006280     IF WS-FIL-POS = ZERO
006290         GO TO 4010-EXIT
006300     END-IF.
006310     MOVE STS-NOME TO WS-FIL-NOME (WS-FIL-POS).
006320     MOVE "S" TO WS-FIL-PRESENTE (WS-FIL-POS, WS-SLOT).
006330     MOVE STS-QTD-RECEBIDOS
006340         TO WS-FIL-RECEBIDOS (WS-FIL-POS, WS-SLOT).
006350     MOVE STS-QTD-REINICIO
006360         TO WS-FIL-REINICIO (WS-FIL-POS, WS-SLOT).
006370     MOVE STS-QTD-PAR TO WS-FIL-PAR (WS-FIL-POS, WS-SLOT).
006380     MOVE STS-QTD-IMPAR TO WS-FIL-IMPAR (WS-FIL-POS, WS-SLOT).
006390     MOVE STS-QTD-REJEITADOS TO WS-FIL-REJ (WS-FIL-POS, WS-SLOT).
006400     PERFORM 4200-COPIAR-DIGITO THRU 4200-EXIT
006410         VARYING WS-DIG-IDX FROM 1 BY 1
006420         UNTIL WS-DIG-IDX > 10.
006430 4010-EXIT.
006440     EXIT.
006450******************************************************************
006460*    4100-LOCALIZAR-FILIAL - FIND OR ADD THE BRANCH'S TABLE ENTRY*
006470*                            (WS-FIL-POS ZERO WHEN THE TABLE IS  *
006480*                            FULL)                               *
006490******************************************************************
006500 4100-LOCALIZAR-FILIAL.
006510     MOVE "N" TO WS-ACHADO-SW.
006520     MOVE ZERO TO WS-FIL-POS.
006530     PERFORM 4110-PROCURAR-FILIAL THRU 4110-EXIT
006540         VARYING WS-FIL-IDX FROM 1 BY 1
006550         UNTIL WS-FIL-IDX > WS-QTD-FILIAIS
006560            OR WS-ACHADO.
006570     IF WS-ACHADO
006580         GO TO 4100-EXIT
006590     END-IF.
006600     IF WS-QTD-FILIAIS NOT < WS-FIL-MAXIMO
006610         IF NOT WS-TAB-CHEIA
006620             DISPLAY "ANOMALIA - TABELA DE FILIAIS CHEIA - "
006630                 "FILIAL " STS-FILIAL " E SEGUINTES NAO AVALIADAS"
006640             MOVE "Y" TO WS-TAB-CHEIA-SW
006650         END-IF
006660         GO TO 4100-EXIT
006670     END-IF.
006680     ADD 1 TO WS-QTD-FILIAIS.
006690     MOVE WS-QTD-FILIAIS TO WS-FIL-POS.
006700     MOVE STS-FILIAL TO WS-FIL-CODIGO (WS-FIL-POS).
006710     MOVE SPACE TO WS-FIL-SITUACAO (WS-FIL-POS).
006720     PERFORM 4120-LIMPAR-DIA THRU 4120-EXIT
006730         VARYING WS-SLOT-IDX FROM 1 BY 1
006740         UNTIL WS-SLOT-IDX > WS-SLOT-HOJE.
006750 4100-EXIT.
006760     EXIT.
006770******************************************************************
006780*    4110-PROCURAR-FILIAL - ONE BRANCH TABLE PROBE               *
006790******************************************************************
006800 4110-PROCURAR-FILIAL.
006810     IF WS-FIL-CODIGO (WS-FIL-IDX) = STS-FILIAL
006820         MOVE "Y" TO WS-ACHADO-SW
006830         MOVE WS-FIL-IDX TO WS-FIL-POS
006840     END-IF.
006850 4110-EXIT.
006860     EXIT.
006870******************************************************************
006880*    4120-LIMPAR-DIA - MARK ONE DATE SLOT OF A NEW BRANCH EMPTY  *
006890******************************************************************
006900 4120-LIMPAR-DIA.
006910     MOVE "N" TO WS-FIL-PRESENTE (WS-FIL-POS, WS-SLOT-IDX).
006920 4120-EXIT.
006930     EXIT.
006940******************************************************************
006950*    4200-COPIAR-DIGITO - ONE LAST-DIGIT COUNT INTO THE SLOT     *
006960******************************************************************
006970 4200-COPIAR-DIGITO.
006980     MOVE STS-QTD-DIGITO (WS-DIG-IDX)
006990         TO WS-FIL-DIGITO (WS-FIL-POS, WS-SLOT, WS-DIG-IDX).
007000 4200-EXIT.
007010     EXIT.
007020******************************************************************
007030*    5000-AVALIAR-FILIAIS - JUDGE EVERY BRANCH THAT HAS FIGURES  *
007040*                           FOR THE DATE EXAMINED AND LIST THOSE *
007050*                           OUT OF TOLERANCE                     *
007060******************************************************************
007070 5000-AVALIAR-FILIAIS.
007080     MOVE SPACES TO RPT-RECORD.
007090     WRITE RPT-RECORD.
007100     MOVE SPACES TO RPT-RECORD.
007110     MOVE "FILIAIS FORA DA TOLERANCIA" TO RPT-LINE.
007120     WRITE RPT-RECORD.
007130     MOVE SPACES TO RPT-RECORD.
007140     MOVE WS-ANM-CABECALHO TO RPT-LINE.
007150     WRITE RPT-RECORD.
007160     PERFORM 5100-AVALIAR-FILIAL THRU 5100-EXIT
007170         VARYING WS-FIL-IDX FROM 1 BY 1
007180         UNTIL WS-FIL-IDX > WS-QTD-FILIAIS.
007190     IF WS-QTD-ANOMALIAS = 0
007200         MOVE SPACES TO RPT-RECORD
007210         MOVE " NENHUMA" TO RPT-LINE
007220         WRITE RPT-RECORD
007230     END-IF.
007240     MOVE SPACES TO RPT-RECORD.
007250     STRING " V = VOLUME   D = DISTRIBUICAO DO ULTIMO DIGITO   "
007260             DELIMITED BY SIZE
007270         "R = TAXA DE REJEICAO" DELIMITED BY SIZE
007280         INTO RPT-LINE.
007290     WRITE RPT-RECORD.
007300 5000-EXIT.
007310     EXIT.
007320******************************************************************
007330*    5100-AVALIAR-FILIAL - SUM THE BRANCH'S BASELINE AND COMPARE *
007340*                          TODAY'S VOLUME, LAST-DIGIT SPREAD AND *
007350*                          REJECT RATE AGAINST IT                *
007360******************************************************************
007370 5100-AVALIAR-FILIAL.
007380     IF WS-FIL-PRESENTE (WS-FIL-IDX, WS-SLOT-HOJE) NOT = "S"
007390         GO TO 5100-EXIT
007400     END-IF.
007410     ADD 1 TO WS-QTD-HOJE.
007420     PERFORM 5110-SOMAR-BASE THRU 5110-EXIT.
007430     IF WS-B-DIAS < WS-MIN-DIAS
007440         MOVE "I" TO WS-FIL-SITUACAO (WS-FIL-IDX)
007450         ADD 1 TO WS-QTD-INSUFICIENTES
007460         GO TO 5100-EXIT
007470     END-IF.
007480     ADD 1 TO WS-QTD-AVALIADAS.
007490     MOVE SPACE TO WS-FLAG-V.
007500     MOVE SPACE TO WS-FLAG-D.
007510     MOVE SPACE TO WS-FLAG-R.
007520     PERFORM 5200-AVALIAR-VOLUME THRU 5200-EXIT.
007530     PERFORM 5300-AVALIAR-DIGITOS THRU 5300-EXIT.
007540     PERFORM 5400-AVALIAR-REJEICAO THRU 5400-EXIT.
007550     IF WS-FLAG-V = SPACE AND WS-FLAG-D = SPACE
007560        AND WS-FLAG-R = SPACE
007570         MOVE "N" TO WS-FIL-SITUACAO (WS-FIL-IDX)
007580         GO TO 5100-EXIT
007590     END-IF.
007600     MOVE "A" TO WS-FIL-SITUACAO (WS-FIL-IDX).
007610     ADD 1 TO WS-QTD-ANOMALIAS.
007620     PERFORM 5500-WRITE-ANOMALIA THRU 5500-EXIT.
007630 5100-EXIT.
007640     EXIT.
007650******************************************************************
007660*    5110-SOMAR-BASE - POOL THE BRANCH'S BASELINE DATES          *
007670******************************************************************
007680 5110-SOMAR-BASE.
007690     MOVE ZERO TO WS-B-DIAS.
007700     MOVE ZERO TO WS-B-RECEBIDOS.
007710     MOVE ZERO TO WS-B-PROCESSADOS.
007720     MOVE ZERO TO WS-B-REJ.
007730     MOVE ZERO TO WS-B-PAR.
007740     MOVE ZERO TO WS-B-IMPAR.
007750     MOVE ZERO TO WS-B-DIGITOS-TOTAL.
007760     PERFORM 5120-ZERAR-DIGITO-BASE THRU 5120-EXIT
007770         VARYING WS-DIG-IDX FROM 1 BY 1
007780         UNTIL WS-DIG-IDX > 10.
007790     PERFORM 5130-SOMAR-DIA THRU 5130-EXIT
007800         VARYING WS-SLOT-IDX FROM 1 BY 1
007810         UNTIL WS-SLOT-IDX > WS-QTD-BASE.
007820 5110-EXIT.
007830     EXIT.
007840******************************************************************
007850*    5120-ZERAR-DIGITO-BASE - ONE POOLED LAST-DIGIT COUNTER      *
007860******************************************************************
007870 5120-ZERAR-DIGITO-BASE.
007880     MOVE ZERO TO WS-B-DIGITO (WS-DIG-IDX).
007890 5120-EXIT.
007900     EXIT.
007910******************************************************************
007920*    5130-SOMAR-DIA - ADD ONE BASELINE DATE, WHEN THE BRANCH     *
007930*                     SUBMITTED ON IT.  THE REJECT RATE IS OVER  *
007940*                     WHAT EACH RUN PROCESSED ITSELF             *
007950******************************************************************
007960 5130-SOMAR-DIA.
007970     IF WS-FIL-PRESENTE (WS-FIL-IDX, WS-SLOT-IDX) NOT = "S"
007980         GO TO 5130-EXIT
007990     END-IF.
008000     ADD 1 TO WS-B-DIAS.
008010     ADD WS-FIL-RECEBIDOS (WS-FIL-IDX, WS-SLOT-IDX)
008020         TO WS-B-RECEBIDOS.
008030     MOVE ZERO TO WS-DIA-PROCESSADOS.
008040     IF WS-FIL-RECEBIDOS (WS-FIL-IDX, WS-SLOT-IDX)
008050        > WS-FIL-REINICIO (WS-FIL-IDX, WS-SLOT-IDX)
008060         COMPUTE WS-DIA-PROCESSADOS =
008070             WS-FIL-RECEBIDOS (WS-FIL-IDX, WS-SLOT-IDX)
008080                 - WS-FIL-REINICIO (WS-FIL-IDX, WS-SLOT-IDX)
008090     END-IF.
008100     ADD WS-DIA-PROCESSADOS TO WS-B-PROCESSADOS.
008110     ADD WS-FIL-REJ (WS-FIL-IDX, WS-SLOT-IDX) TO WS-B-REJ.
008120     ADD WS-FIL-PAR (WS-FIL-IDX, WS-SLOT-IDX) TO WS-B-PAR.
008130     ADD WS-FIL-IMPAR (WS-FIL-IDX, WS-SLOT-IDX) TO WS-B-IMPAR.
008140     PERFORM 5140-SOMAR-DIGITO-BASE THRU 5140-EXIT
008150         VARYING WS-DIG-IDX FROM 1 BY 1
008160         UNTIL WS-DIG-IDX > 10.
008170 5130-EXIT.
008180     EXIT.
008190******************************************************************
008200*    5140-SOMAR-DIGITO-BASE - ONE LAST-DIGIT COUNT INTO THE POOL *
008210******************************************************************
008220 5140-SOMAR-DIGITO-BASE.
008230     ADD WS-FIL-DIGITO (WS-FIL-IDX, WS-SLOT-IDX, WS-DIG-IDX)
008240         TO WS-B-DIGITO (WS-DIG-IDX).
008250     ADD WS-FIL-DIGITO (WS-FIL-IDX, WS-SLOT-IDX, WS-DIG-IDX)
008260         TO WS-B-DIGITOS-TOTAL.
008270 5140-EXIT.
008280     EXIT.
008290******************************************************************
008300*    5200-AVALIAR-VOLUME - TODAY'S VOLUME AGAINST THE BASELINE   *
008310*                          DAILY AVERAGE, IN PERCENT             *
008320******************************************************************
008330 5200-AVALIAR-VOLUME.
008340     COMPUTE WS-MEDIA-VOLUME ROUNDED =
008350         WS-B-RECEBIDOS / WS-B-DIAS.
008360     IF WS-MEDIA-VOLUME = ZERO
008370         IF WS-FIL-RECEBIDOS (WS-FIL-IDX, WS-SLOT-HOJE) = ZERO
008380             MOVE ZERO TO WS-VARIACAO-VOLUME
008390         ELSE
008400             MOVE 99999.99 TO WS-VARIACAO-VOLUME
008410         END-IF
008420     ELSE
008430         COMPUTE WS-VARIACAO-VOLUME ROUNDED =
008440             (WS-FIL-RECEBIDOS (WS-FIL-IDX, WS-SLOT-HOJE)
008450                 - WS-MEDIA-VOLUME) * 100 / WS-MEDIA-VOLUME
008460             ON SIZE ERROR
008470                 MOVE 99999.99 TO WS-VARIACAO-VOLUME
008480         END-COMPUTE
008490     END-IF.
008500     IF WS-VARIACAO-VOLUME < ZERO
008510         COMPUTE WS-DESVIO-VOLUME = 0 - WS-VARIACAO-VOLUME
008520     ELSE
008530         MOVE WS-VARIACAO-VOLUME TO WS-DESVIO-VOLUME
008540     END-IF.
008550     IF WS-DESVIO-VOLUME > WS-TOL-VOLUME
008560         MOVE "V" TO WS-FLAG-V
008570         ADD 1 TO WS-QTD-FLAG-V
008580     END-IF.
008590 5200-EXIT.
008600     EXIT.
008610******************************************************************
008620*    5300-AVALIAR-DIGITOS - CHI-SQUARE OF TODAY'S LAST-DIGIT     *
008630*                           COUNTS AGAINST THE BRANCH'S OWN      *
008640*                           BASELINE SHARES.  ONE IS ADDED TO    *
008650*                           EVERY BASELINE DIGIT SO A DIGIT NEVER*
008660*                           SEEN IN THE BASELINE STILL HAS AN    *
008670*                           EXPECTED COUNT.  TOO FEW VALUES      *
008680*                           TODAY AND THE TEST IS NOT MADE       *
008690******************************************************************
008700 5300-AVALIAR-DIGITOS.
008710     MOVE "N" TO WS-QUI-TESTADO-SW.
008720     MOVE ZERO TO WS-QUI.
008730     MOVE ZERO TO WS-H-DIGITOS-TOTAL.
008740     PERFORM 5310-SOMAR-DIGITO-HOJE THRU 5310-EXIT
008750         VARYING WS-DIG-IDX FROM 1 BY 1
008760         UNTIL WS-DIG-IDX > 10.
008770     IF WS-H-DIGITOS-TOTAL < WS-MIN-VOLUME
008780         GO TO 5300-EXIT
008790     END-IF.
008800     MOVE "Y" TO WS-QUI-TESTADO-SW.
008810     PERFORM 5320-PARCELA-QUI THRU 5320-EXIT
008820         VARYING WS-DIG-IDX FROM 1 BY 1
008830         UNTIL WS-DIG-IDX > 10.
008840     IF WS-QUI > WS-TOL-QUI
008850         MOVE "D" TO WS-FLAG-D
008860         ADD 1 TO WS-QTD-FLAG-D
008870     END-IF.
008880 5300-EXIT.
008890     EXIT.
008900******************************************************************
008910*    5310-SOMAR-DIGITO-HOJE - TODAY'S CLASSIFIED VALUES          *
008920******************************************************************
008930 5310-SOMAR-DIGITO-HOJE.
008940     ADD WS-FIL-DIGITO (WS-FIL-IDX, WS-SLOT-HOJE, WS-DIG-IDX)
008950         TO WS-H-DIGITOS-TOTAL.
008960 5310-EXIT.
008970     EXIT.
008980******************************************************************
008990*    5320-PARCELA-QUI - ONE DIGIT'S (OBSERVED - EXPECTED) SQUARED*
009000*                       OVER EXPECTED                            *
009010******************************************************************
009020 5320-PARCELA-QUI.
009030     COMPUTE WS-QUI-ESPERADO ROUNDED =
009040         WS-H-DIGITOS-TOTAL * (WS-B-DIGITO (WS-DIG-IDX) + 1)
009050             / (WS-B-DIGITOS-TOTAL + 10).
009060     COMPUTE WS-QUI-PARCELA ROUNDED =
009070         (WS-FIL-DIGITO (WS-FIL-IDX, WS-SLOT-HOJE, WS-DIG-IDX)
009080             - WS-QUI-ESPERADO) ** 2 / WS-QUI-ESPERADO
009090         ON SIZE ERROR
009100             MOVE 9999999999999 TO WS-QUI-PARCELA
009110     END-COMPUTE.
009120     ADD WS-QUI-PARCELA TO WS-QUI
009130         ON SIZE ERROR
009140             MOVE 9999999999999 TO WS-QUI
009150     END-ADD.
009160 5320-EXIT.
009170     EXIT.
009180******************************************************************
009190*    5400-AVALIAR-REJEICAO - TODAY'S REJECT RATE AGAINST THE     *
009200*                            POOLED BASELINE RATE, IN PERCENTAGE *
009210*                            POINTS                              *
009220******************************************************************
009230 5400-AVALIAR-REJEICAO.
009240     MOVE ZERO TO WS-H-PROCESSADOS.
009250     IF WS-FIL-RECEBIDOS (WS-FIL-IDX, WS-SLOT-HOJE)
009260        > WS-FIL-REINICIO (WS-FIL-IDX, WS-SLOT-HOJE)
009270         COMPUTE WS-H-PROCESSADOS =
009280             WS-FIL-RECEBIDOS (WS-FIL-IDX, WS-SLOT-HOJE)
009290                 - WS-FIL-REINICIO (WS-FIL-IDX, WS-SLOT-HOJE)
009300     END-IF.
009310     MOVE ZERO TO WS-TAXA-HOJE.
009320     IF WS-H-PROCESSADOS > ZERO
009330         COMPUTE WS-TAXA-HOJE ROUNDED =
009340             WS-FIL-REJ (WS-FIL-IDX, WS-SLOT-HOJE) * 100
009350                 / WS-H-PROCESSADOS
009360     END-IF.
009370     MOVE ZERO TO WS-TAXA-BASE.
009380     IF WS-B-PROCESSADOS > ZERO
009390         COMPUTE WS-TAXA-BASE ROUNDED =
009400             WS-B-REJ * 100 / WS-B-PROCESSADOS
009410     END-IF.
009420     COMPUTE WS-DIFERENCA-TAXA = WS-TAXA-HOJE - WS-TAXA-BASE.
009430     IF WS-DIFERENCA-TAXA < ZERO
009440         COMPUTE WS-DESVIO-TAXA = 0 - WS-DIFERENCA-TAXA
009450     ELSE
009460         MOVE WS-DIFERENCA-TAXA TO WS-DESVIO-TAXA
009470     END-IF.
009480     IF WS-DESVIO-TAXA > WS-TOL-REJEICAO
009490         MOVE "R" TO WS-FLAG-R
009500         ADD 1 TO WS-QTD-FLAG-R
009510     END-IF.
009520 5400-EXIT.
009530     EXIT.
009540******************************************************************
009550*    5500-WRITE-ANOMALIA - ONE LINE PER BRANCH OUT OF TOLERANCE, *
009560*                          WITH THE PAR SHARE TODAY AND IN THE   *
009570*                          BASELINE FOR CONTEXT                  *
009580******************************************************************
009590 5500-WRITE-ANOMALIA.
009600     MOVE ZERO TO WS-PAR-HOJE.
009610     COMPUTE WS-CLASSIFICADOS =
009620         WS-FIL-PAR (WS-FIL-IDX, WS-SLOT-HOJE)
009630             + WS-FIL-IMPAR (WS-FIL-IDX, WS-SLOT-HOJE).
009640     IF WS-CLASSIFICADOS > ZERO
009650         COMPUTE WS-PAR-HOJE ROUNDED =
009660             WS-FIL-PAR (WS-FIL-IDX, WS-SLOT-HOJE) * 100
009670                 / WS-CLASSIFICADOS
009680     END-IF.
009690     MOVE ZERO TO WS-PAR-BASE.
009700     COMPUTE WS-CLASSIFICADOS = WS-B-PAR + WS-B-IMPAR.
009710     IF WS-CLASSIFICADOS > ZERO
009720         COMPUTE WS-PAR-BASE ROUNDED =
009730             WS-B-PAR * 100 / WS-CLASSIFICADOS
009740     END-IF.
009750     MOVE WS-FIL-CODIGO (WS-FIL-IDX) TO WS-LIN-FILIAL.
009760     MOVE WS-FIL-NOME (WS-FIL-IDX) TO WS-LIN-NOME.
009770     MOVE WS-B-DIAS TO WS-LIN-DIAS.
009780     MOVE WS-FIL-RECEBIDOS (WS-FIL-IDX, WS-SLOT-HOJE)
009790         TO WS-LIN-VOLUME.
009800     MOVE WS-MEDIA-VOLUME TO WS-LIN-MEDIA.
009810     MOVE WS-VARIACAO-VOLUME TO WS-LIN-VARIACAO.
009820     IF WS-QUI-TESTADO
009830         IF WS-QUI > WS-QUI-LIMITE-ED
009840             MOVE WS-QUI-LIMITE-ED TO WS-LIN-QUI
009850         ELSE
009860             MOVE WS-QUI TO WS-LIN-QUI
009870         END-IF
009880     ELSE
009890         MOVE "     N/T" TO WS-LIN-QUI-X
009900     END-IF.
009910     MOVE WS-TAXA-HOJE TO WS-LIN-REJ-HOJE.
009920     MOVE WS-TAXA-BASE TO WS-LIN-REJ-BASE.
009930     MOVE WS-PAR-HOJE TO WS-LIN-PAR-HOJE.
009940     MOVE WS-PAR-BASE TO WS-LIN-PAR-BASE.
009950     MOVE WS-FLAG-V TO WS-LIN-FLAG-V.
009960     MOVE WS-FLAG-D TO WS-LIN-FLAG-D.
009970     MOVE WS-FLAG-R TO WS-LIN-FLAG-R.
009980     MOVE SPACES TO RPT-RECORD.
009990     MOVE WS-ANM-LINHA TO RPT-LINE.
010000     WRITE RPT-RECORD.
010010     DISPLAY "ANOMALIA - FILIAL " WS-FIL-CODIGO (WS-FIL-IDX)
010020         " FORA DA TOLERANCIA - " WS-FLAG-V WS-FLAG-D WS-FLAG-R.
010030 5500-EXIT.
010040     EXIT.
010050******************************************************************
010060*    6000-WRITE-INSUFICIENTES - BRANCHES WITH FIGURES FOR THE    *
010070*                               DATE BUT TOO FEW BASELINE DATES  *
010080*                               TO BE JUDGED                     *
010090******************************************************************
010100 6000-WRITE-INSUFICIENTES.
010110     IF WS-QTD-INSUFICIENTES = 0
010120         GO TO 6000-EXIT
010130     END-IF.
010140     MOVE SPACES TO RPT-RECORD.
010150     WRITE RPT-RECORD.
010160     MOVE SPACES TO RPT-RECORD.
010170     MOVE "FILIAIS SEM BASE SUFICIENTE - NAO AVALIADAS"
010180         TO RPT-LINE.
010190     WRITE RPT-RECORD.
010200     PERFORM 6010-WRITE-INSUFICIENTE THRU 6010-EXIT
010210         VARYING WS-FIL-IDX FROM 1 BY 1
010220         UNTIL WS-FIL-IDX > WS-QTD-FILIAIS.
010230 6000-EXIT.
010240     EXIT.
010250******************************************************************
010260*    6010-WRITE-INSUFICIENTE - ONE BRANCH WITHOUT A BASELINE     *
010270******************************************************************
010280 6010-WRITE-INSUFICIENTE.
010290     IF WS-FIL-SITUACAO (WS-FIL-IDX) NOT = "I"
010300         GO TO 6010-EXIT
010310     END-IF.
010320     PERFORM 5110-SOMAR-BASE THRU 5110-EXIT.
010330     MOVE WS-B-DIAS TO WS-QTD-ED.
010340     MOVE WS-FIL-RECEBIDOS (WS-FIL-IDX, WS-SLOT-HOJE)
010350         TO WS-QTD-ED2.
010360     MOVE SPACES TO RPT-RECORD.
010370     STRING " " DELIMITED BY SIZE
010380         WS-FIL-CODIGO (WS-FIL-IDX) DELIMITED BY SIZE
010390         "  " DELIMITED BY SIZE
010400         WS-FIL-NOME (WS-FIL-IDX) DELIMITED BY SIZE
010410         " VOLUME " DELIMITED BY SIZE
010420         WS-QTD-ED2 DELIMITED BY SIZE
010430         " - DATA(S) NA BASE " DELIMITED BY SIZE
010440         WS-QTD-ED DELIMITED BY SIZE
010450         INTO RPT-LINE.
010460     WRITE RPT-RECORD.
010470 6010-EXIT.
010480     EXIT.
010490******************************************************************
010500*    7000-GRAVAR-ALERTA - APPEND THE ANOMALY ALERT RECORD TO     *
010510*                         HSTFILE FOR THE DATE EXAMINED.  THE    *
010520*                         ALERT IS THE SCHEDULER'S ONLY SIGNAL,  *
010530*                         SO FAILING TO WRITE IT ENDS THE RUN    *
010540*                         WITH THE STANDARD ERROR STATUS 16      *
010550******************************************************************
010560 7000-GRAVAR-ALERTA.
010570     OPEN INPUT HISTORIA-FILE.
010580     IF WS-FS-HST-OK
010590         CLOSE HISTORIA-FILE
010600         OPEN EXTEND HISTORIA-FILE
010610     ELSE
010620         OPEN OUTPUT HISTORIA-FILE
010630     END-IF.
010640     IF NOT WS-FS-HST-OK
010650         DISPLAY "ANOMALIA - ERRO AO ABRIR HSTFILE - STATUS "
010660             WS-FS-HST " - ALERTA NAO GRAVADO"
010670         PERFORM 8000-FINALIZE THRU 8000-EXIT
010680         GO TO 9999-ABEND
010690     END-IF.
010700     ACCEPT WS-DATA-FIM FROM DATE YYYYMMDD.
010710     ACCEPT WS-HORA-FIM FROM TIME.
010720     MOVE SPACES TO HST-RECORD.
010730     MOVE "A" TO HST-TIPO.
010740     MOVE WS-DATA-SISTEMA TO HST-DATA-INICIO.
010750     MOVE WS-HORA-SISTEMA TO HST-HORA-INICIO.
010760     MOVE WS-DATA-FIM     TO HST-DATA-FIM.
010770     MOVE WS-HORA-FIM     TO HST-HORA-FIM.
010780     MOVE WS-JOB-ID       TO HST-JOB-ID.
010790     MOVE ZERO TO HST-MODULO.
010800     MOVE ZERO TO HST-QTD-LIDOS.
010810     MOVE ZERO TO HST-QTD-PAR.
010820     MOVE ZERO TO HST-QTD-IMPAR.
010830     MOVE ZERO TO HST-QTD-REJEITADOS.
010840     MOVE ZERO TO HST-QTD-REJ-DV.
010850     MOVE ZERO TO HST-QTD-QUARENTENA.
010860     MOVE "F" TO HST-REINICIO.
010870     MOVE "AN" TO HST-RECONCILIACAO.
010880     MOVE WS-DATA-ALVO    TO HST-DATA-NEGOCIO.
010890     WRITE HST-RECORD.
010900     CLOSE HISTORIA-FILE.
010910     DISPLAY "ANOMALIA - ALERTA GRAVADO NO HSTFILE PARA A DATA "
010920         WS-DATA-ALVO.
010930 7000-EXIT.
010940     EXIT.
010950******************************************************************
010960*    8000-FINALIZE - RUN TOTALS AND CLOSE THE LISTING            *
010970******************************************************************
010980 8000-FINALIZE.
010990     MOVE SPACES TO RPT-RECORD.
011000     WRITE RPT-RECORD.
011010     MOVE WS-QTD-HOJE TO WS-QTD-ED.
011020     MOVE WS-QTD-AVALIADAS TO WS-QTD-ED2.
011030     MOVE WS-QTD-INSUFICIENTES TO WS-QTD-ED3.
011040     MOVE SPACES TO RPT-RECORD.
011050     STRING "FILIAIS NA DATA " DELIMITED BY SIZE
011060         WS-QTD-ED DELIMITED BY SIZE
011070         "  AVALIADAS " DELIMITED BY SIZE
011080         WS-QTD-ED2 DELIMITED BY SIZE
011090         "  SEM BASE " DELIMITED BY SIZE
011100         WS-QTD-ED3 DELIMITED BY SIZE
011110         INTO RPT-LINE.
011120     WRITE RPT-RECORD.
011130     MOVE WS-QTD-ANOMALIAS TO WS-QTD-ED.
011140     MOVE WS-QTD-FLAG-V TO WS-QTD-ED2.
011150     MOVE WS-QTD-FLAG-D TO WS-QTD-ED3.
011160     MOVE WS-QTD-FLAG-R TO WS-QTD-ED4.
011170     MOVE SPACES TO RPT-RECORD.
011180     STRING "FORA DA TOLERANCIA " DELIMITED BY SIZE
011190         WS-QTD-ED DELIMITED BY SIZE
011200         "  VOLUME " DELIMITED BY SIZE
011210         WS-QTD-ED2 DELIMITED BY SIZE
011220         "  DIGITOS " DELIMITED BY SIZE
011230         WS-QTD-ED3 DELIMITED BY SIZE
011240         "  REJEICAO " DELIMITED BY SIZE
011250         WS-QTD-ED4 DELIMITED BY SIZE
011260         INTO RPT-LINE.
011270     WRITE RPT-RECORD.
011280     CLOSE ANOMALIA-RPT.
011290     MOVE WS-QTD-ANOMALIAS TO WS-QTD-ED.
011300     DISPLAY "ANOMALIA - " WS-QTD-ED
011310         " FILIAL(IS) FORA DA TOLERANCIA".
011320 8000-EXIT.
011330     EXIT.
011340******************************************************************
011350*    9999-ABEND - COMMON ERROR EXIT                              *
011360******************************************************************
011370 9999-ABEND.
011380     STOP RUN WITH ERROR STATUS 16.
011390 9999-EXIT.
011400     EXIT.
011410 END PROGRAM ANOMALIA.
