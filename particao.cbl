000010******************************************************************
000020* AUTHOR.      GABRIELA BARBOSA.
000030* INSTALLATION. CPD - CENTRO DE PROCESSAMENTO DE DADOS.
000040* DATE-WRITTEN. 15/10/2026.
000050* DATE-COMPILED.
000060* PURPOSE.     SPLITS THE MULTI-SOURCE NUMFILE BY BRANCH INTO UP
000070*              TO NINE PARTITION FILES (NUMP1 TO NUMP9) SO THE
000080*              CLASSIFICATION CAN RUN AS SEVERAL IMPAROUPAR STEPS
000090*              AT ONCE (ENVIRONMENT PARTICAO=1 TO 9), FOLLOWED BY
000100*              ONE IMPAROUPAR CONSOLIDATION STEP (PARTICAO=C) THAT
000110*              MERGES THEM BACK INTO THE USUAL PARIMPAR-RPT,
000120*              EXTFILE, AUDFILE AND RUN HISTORY.  EVERY SOURCE OF
000130*              ONE BRANCH GOES TO THE SAME PARTITION, SO EACH
000140*              BRANCH'S MASTER, HIGH-WATER MARK AND
000150*              ACKNOWLEDGEMENT ARE MAINTAINED BY ONE STEP ONLY.
000160*              BRANCHES ARE DEALT LARGEST FIRST TO THE LEAST
000170*              LOADED PARTITION.  THE MAP OF SOURCES TO PARTITIONS
000180*              AND THE JOB STAMP THE PARTITIONS SHARE ARE WRITTEN
000190*              TO PARTCTL (SEE PTCREC) AND LISTED ON PARTLIST.
000200*              THE PARTITION CHECKPOINT, AUDIT, STATISTICS AND
000210*              TOTALS FILES OF THE NEW SPLIT ARE EMPTIED.  A SPLIT
000220*              IS REFUSED WHILE THE PREVIOUS ONE IS STILL AWAITING
000230*              CONSOLIDATION UNLESS PTP-FORCAR IS GIVEN.
000240* TECTONICS.   COBC
000250*------------------------------------------------------------------
000260* MODIFICATION HISTORY
000270* DATE       INIT  DESCRIPTION
000280* 15/10/2026 GB    ORIGINAL VERSION.
000290******************************************************************
000300 IDENTIFICATION DIVISION.
000310 PROGRAM-ID. PARTICAO.
000320 ENVIRONMENT DIVISION.
000330 INPUT-OUTPUT SECTION.
000340 FILE-CONTROL.
000350     SELECT PRTPARM-FILE ASSIGN TO "PRTPARM"
000360         ORGANIZATION IS LINE SEQUENTIAL
000370         FILE STATUS IS WS-FS-PTP.
000380     SELECT NUMERO-FILE ASSIGN TO "NUMFILE"
000390         ORGANIZATION IS LINE SEQUENTIAL
000400         FILE STATUS IS WS-FS-NUMERO.
000410     SELECT CONTROLE-PRT-FILE ASSIGN TO "PARTCTL"
000420         ORGANIZATION IS LINE SEQUENTIAL
000430         FILE STATUS IS WS-FS-PTC.
000440     SELECT PARTE-FILE ASSIGN TO WS-NOME-PARTE
000450         ORGANIZATION IS LINE SEQUENTIAL
000460         FILE STATUS IS WS-FS-PARTE.
000470     SELECT LIMPEZA-FILE ASSIGN TO WS-NOME-LIMPEZA
000480         ORGANIZATION IS LINE SEQUENTIAL
000490         FILE STATUS IS WS-FS-LIMPEZA.
000500     SELECT PARTICAO-RPT ASSIGN TO "PARTLIST"
000510         ORGANIZATION IS LINE SEQUENTIAL
000520         FILE STATUS IS WS-FS-RPT.
000530 DATA DIVISION.
000540 FILE SECTION.
000550 FD  PRTPARM-FILE
000560     RECORDING MODE IS F.
000570     COPY PTPREC.
000580 FD  NUMERO-FILE
000590     RECORDING MODE IS F.
000600     COPY NUMREC.
000610 FD  CONTROLE-PRT-FILE
000620     RECORDING MODE IS F.
000630     COPY PTCREC.
000640 FD  PARTE-FILE
000650     RECORDING MODE IS F.
000660 01  PARTE-RECORD            PIC X(22).
000670 FD  LIMPEZA-FILE
000680     RECORDING MODE IS F.
000690 01  LIMPEZA-RECORD          PIC X(01).
000700 FD  PARTICAO-RPT
000710     RECORDING MODE IS F.
000720     COPY RPTREC.
000730 WORKING-STORAGE SECTION.
000740 77  WS-FS-PTP               PIC X(02) VALUE ZEROS.
000750     88  WS-FS-PTP-OK                VALUE "00".
000760 77  WS-FS-NUMERO            PIC X(02) VALUE ZEROS.
000770     88  WS-FS-NUMERO-OK             VALUE "00".
000780 77  WS-FS-PTC               PIC X(02) VALUE ZEROS.
000790     88  WS-FS-PTC-OK                VALUE "00".
000800     88  WS-FS-PTC-INEXISTENTE       VALUE "35".
000810 77  WS-FS-PARTE             PIC X(02) VALUE ZEROS.
000820     88  WS-FS-PARTE-OK              VALUE "00".
000830 77  WS-FS-LIMPEZA           PIC X(02) VALUE ZEROS.
000840     88  WS-FS-LIMPEZA-OK            VALUE "00".
000850 77  WS-FS-RPT               PIC X(02) VALUE ZEROS.
000860     88  WS-FS-RPT-OK                VALUE "00".
000870 77  WS-NOME-PARTE           PIC X(08) VALUE SPACES.
000880 77  WS-NOME-LIMPEZA         PIC X(08) VALUE SPACES.
000890 77  WS-EOF-SWITCH           PIC X(01) VALUE "N".
000900     88  WS-EOF                      VALUE "Y".
000910 77  WS-DENTRO-FONTE-SW      PIC X(01) VALUE "N".
000920     88  WS-DENTRO-FONTE             VALUE "Y".
000930 77  WS-FIL-ACHADA-SW        PIC X(01) VALUE "N".
000940     88  WS-FIL-ACHADA               VALUE "Y".
000950 77  WS-FORCAR-SW            PIC X(01) VALUE "N".
000960     88  WS-FORCAR-DIVISAO           VALUE "Y".
000970 77  WS-DATA-SISTEMA         PIC 9(08) VALUE ZERO.
000980 77  WS-HORA-SISTEMA         PIC 9(08) VALUE ZERO.
000990 77  WS-JOB-ID               PIC X(08) VALUE SPACES.
001000 77  WS-QTD-PARTICOES        PIC 9(04) COMP VALUE 4.
001010 77  WS-PRT-MAXIMO           PIC 9(04) COMP VALUE 9.
001020 77  WS-QTD-FONTES           PIC 9(04) COMP VALUE ZERO.
001030 77  WS-FON-IDX              PIC 9(04) COMP VALUE ZERO.
001040 77  WS-FON-MAXIMO           PIC 9(04) COMP VALUE 500.
001050 77  WS-QTD-FILIAIS          PIC 9(04) COMP VALUE ZERO.
001060 77  WS-FIL-IDX              PIC 9(04) COMP VALUE ZERO.
001070 77  WS-FIL-POS              PIC 9(04) COMP VALUE ZERO.
001080 77  WS-FIL-MAXIMO           PIC 9(04) COMP VALUE 200.
001090 77  WS-FIL-DISTRIBUIDAS     PIC 9(04) COMP VALUE ZERO.
001100 77  WS-PRT-IDX              PIC 9(04) COMP VALUE ZERO.
001110 77  WS-PRT-POS              PIC 9(04) COMP VALUE ZERO.
001120 77  WS-PRT-NUMERO           PIC 9(01) VALUE ZERO.
001130 77  WS-MAIOR-VOLUME         PIC 9(09) COMP VALUE ZERO.
001140 77  WS-QTD-REGISTROS        PIC 9(09) COMP VALUE ZERO.
001150 77  WS-QTD-DETALHES         PIC 9(09) COMP VALUE ZERO.
001160 77  WS-QTD-COPIADOS         PIC 9(09) COMP VALUE ZERO.
001170 77  WS-QTD-ED               PIC Z(8)9.
001180 77  WS-QTD-ED2              PIC Z(8)9.
001190 77  WS-QTD-ED3              PIC Z(8)9.
001200 77  WS-FONTE-ED             PIC Z(3)9.
001210 77  WS-FONTE-ED2            PIC Z(3)9.
001220 01  WS-FON-TABELA.
001230     05  WS-FON-ENTRADA OCCURS 500 TIMES.
001240         10  WS-FON-FILIAL       PIC X(04).
001250         10  WS-FON-FIL-IDX      PIC 9(04) COMP.
001260         10  WS-FON-ESPERADA     PIC 9(09).
001270         10  WS-FON-REGISTROS    PIC 9(09) COMP.
001280 01  WS-FIL-TABELA.
001290     05  WS-FIL-ENTRADA OCCURS 200 TIMES.
001300         10  WS-FIL-CODIGO       PIC X(04).
001310         10  WS-FIL-VOLUME       PIC 9(09) COMP.
001320         10  WS-FIL-PARTICAO     PIC 9(01).
001330 01  WS-PRT-TABELA.
001340     05  WS-PRT-ENTRADA OCCURS 9 TIMES.
001350         10  WS-PRT-CARGA        PIC 9(09) COMP.
001360         10  WS-PRT-FONTES       PIC 9(04) COMP.
001370         10  WS-PRT-FILIAIS      PIC 9(04) COMP.
001380         10  WS-PRT-REGISTROS    PIC 9(09) COMP.
001390 01  WS-MAPA-LINHA.
001400     05  FILLER              PIC X(01) VALUE SPACE.
001410     05  WS-MAP-FONTE        PIC Z(3)9.
001420     05  FILLER              PIC X(03) VALUE SPACES.
001430     05  WS-MAP-FILIAL       PIC X(04).
001440     05  FILLER              PIC X(05) VALUE SPACES.
001450     05  WS-MAP-PARTICAO     PIC 9(01).
001460     05  FILLER              PIC X(03) VALUE SPACES.
001470     05  WS-MAP-ESPERADA     PIC Z(8)9.
001480     05  FILLER              PIC X(03) VALUE SPACES.
001490     05  WS-MAP-REGISTROS    PIC Z(8)9.
001500 01  WS-MAPA-CABECALHO.
001510     05  FILLER              PIC X(01) VALUE SPACE.
001520     05  FILLER              PIC X(07) VALUE "FONTE".
001530     05  FILLER              PIC X(07) VALUE "FIL.".
001540     05  FILLER              PIC X(05) VALUE "PART".
001550     05  FILLER              PIC X(12) VALUE "   ESPERADOS".
001560     05  FILLER              PIC X(12) VALUE "   REGISTROS".
001570******************************************************************
001580*    PROCEDURE DIVISION                                          *
001590******************************************************************
001600 PROCEDURE DIVISION.
001610 0000-MAINLINE.
001620     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001630     PERFORM 2000-LER-NUMFILE THRU 2000-EXIT.
001640     PERFORM 3000-DISTRIBUIR-FILIAIS THRU 3000-EXIT.
001650     PERFORM 4000-GRAVAR-CONTROLE THRU 4000-EXIT.
001660     PERFORM 5000-GRAVAR-PARTICAO THRU 5000-EXIT
001670         VARYING WS-PRT-IDX FROM 1 BY 1
001680         UNTIL WS-PRT-IDX > WS-QTD-PARTICOES.
001690     PERFORM 8000-FINALIZE THRU 8000-EXIT.
001700     STOP RUN.
001710******************************************************************
001720*    1000-INITIALIZE - PICK UP THE PARAMETERS, REFUSE A SPLIT    *
001730*                      OVER ONE STILL PENDING AND OPEN THE       *
001740*                      LISTING                                   *
001750******************************************************************
001760 1000-INITIALIZE.
001770     ACCEPT WS-DATA-SISTEMA FROM DATE YYYYMMDD.
001780     ACCEPT WS-HORA-SISTEMA FROM TIME.
001790     ACCEPT WS-JOB-ID FROM ENVIRONMENT "JOBID".
001800     IF WS-JOB-ID = SPACES
001810         MOVE "IMPARBAT" TO WS-JOB-ID
001820     END-IF.
001830     PERFORM 1100-LER-PARAMETROS THRU 1100-EXIT.
001840     PERFORM 1200-VERIFICAR-PENDENTE THRU 1200-EXIT.
001850     OPEN OUTPUT PARTICAO-RPT.
001860     IF NOT WS-FS-RPT-OK
001870         DISPLAY "PARTICAO - ERRO AO ABRIR PARTLIST - STATUS "
001880             WS-FS-RPT
001890         GO TO 9999-ABEND
001900     END-IF.
001910     MOVE SPACES TO RPT-RECORD.
001920     STRING "PARTICAO - DIVISAO DO NUMFILE POR FILIAL - "
001930             DELIMITED BY SIZE
001940         "EMITIDO EM " DELIMITED BY SIZE
001950         WS-DATA-SISTEMA DELIMITED BY SIZE
001960         " " DELIMITED BY SIZE
001970         WS-HORA-SISTEMA DELIMITED BY SIZE
001980         " - JOB " DELIMITED BY SIZE
001990         WS-JOB-ID DELIMITED BY SIZE
002000         INTO RPT-LINE.
002010     WRITE RPT-RECORD.
002020     MOVE SPACES TO RPT-RECORD.
002030     WRITE RPT-RECORD.
002040     MOVE SPACES TO RPT-RECORD.
002050     MOVE WS-MAPA-CABECALHO TO RPT-LINE.
002060     WRITE RPT-RECORD.
002070 1000-EXIT.
002080     EXIT.
002090******************************************************************
002100*    1100-LER-PARAMETROS - OPTIONAL PRTPARM.  A PARTITION COUNT  *
002110*                          LEFT ZERO OR NOT NUMERIC KEEPS THE    *
002120*                          DEFAULT OF FOUR                       *
002130******************************************************************
002140 1100-LER-PARAMETROS.
002150     OPEN INPUT PRTPARM-FILE.
002160     IF NOT WS-FS-PTP-OK
002170         GO TO 1100-EXIT
002180     END-IF.
002190     READ PRTPARM-FILE
002200         AT END
002210             CLOSE PRTPARM-FILE
002220             GO TO 1100-EXIT
002230     END-READ.
002240     CLOSE PRTPARM-FILE.
002250     IF PTP-QTD-PARTICOES NUMERIC AND PTP-QTD-PARTICOES NOT = ZERO
002260         MOVE PTP-QTD-PARTICOES TO WS-QTD-PARTICOES
002270     END-IF.
002280     IF PTP-FORCAR-DIVISAO
002290         MOVE "Y" TO WS-FORCAR-SW
002300     END-IF.
002310 1100-EXIT.
002320     EXIT.
002330******************************************************************
002340*    1200-VERIFICAR-PENDENTE - A PARTCTL THAT STILL HOLDS A MAP  *
002350*                              IS A SPLIT WHOSE CONSOLIDATION    *
002360*                              HAS NOT RUN.  SPLITTING AGAIN     *
002370*                              WOULD ORPHAN ITS PARTITIONS, SO   *
002380*                              IT IS REFUSED UNLESS THE OPERATOR *
002390*                              FORCES IT                         *
002400******************************************************************
002410 1200-VERIFICAR-PENDENTE.
002420     OPEN INPUT CONTROLE-PRT-FILE.
002430     IF WS-FS-PTC-INEXISTENTE
002440         GO TO 1200-EXIT
002450     END-IF.
002460     IF NOT WS-FS-PTC-OK
002470         DISPLAY "PARTICAO - ERRO AO ABRIR PARTCTL - STATUS "
002480             WS-FS-PTC
002490         GO TO 9999-ABEND
002500     END-IF.
002510     READ CONTROLE-PRT-FILE
002520         AT END
002530             CLOSE CONTROLE-PRT-FILE
002540             GO TO 1200-EXIT
002550     END-READ.
002560     CLOSE CONTROLE-PRT-FILE.
002570     IF NOT PTC-JOB
002580         GO TO 1200-EXIT
002590     END-IF.
002600     IF WS-FORCAR-DIVISAO
002610         DISPLAY "PARTICAO - DIVISAO PENDENTE DO JOB " PTC-JOB-ID
002620             " DE " PTC-DATA " DESCARTADA PELO OPERADOR"
002630         GO TO 1200-EXIT
002640     END-IF.
002650     DISPLAY "PARTICAO - DIVISAO DO JOB " PTC-JOB-ID " DE "
002660         PTC-DATA " AINDA NAO CONSOLIDADA - EXECUCAO RECUSADA - "
002670         "CONCLUIR AS PARTICOES E A CONSOLIDACAO OU INFORMAR "
002680         "PTP-FORCAR".
002690     GO TO 9999-ABEND.
002700 1200-EXIT.
002710     EXIT.
002720******************************************************************
002730*    2000-LER-NUMFILE - FIRST PASS: TABLE EVERY SOURCE WITH ITS  *
002740*                       BRANCH AND SIZE, AND EVERY BRANCH WITH   *
002750*                       ITS DETAIL VOLUME.  A SOURCE RUNS FROM   *
002760*                       ITS HEADER TO ITS TRAILER; THE LAST ONE  *
002770*                       MAY LACK ITS TRAILER, WHICH IMPAROUPAR   *
002780*                       WILL REPORT AS USUAL                     *
002790******************************************************************
002800 2000-LER-NUMFILE.
002810     OPEN INPUT NUMERO-FILE.
002820     IF NOT WS-FS-NUMERO-OK
002830         DISPLAY "PARTICAO - ERRO AO ABRIR NUMFILE - STATUS "
002840             WS-FS-NUMERO
002850         GO TO 9999-ABEND
002860     END-IF.
002870     MOVE "N" TO WS-EOF-SWITCH.
002880     MOVE "N" TO WS-DENTRO-FONTE-SW.
002890     PERFORM 2100-LER-REGISTRO THRU 2100-EXIT
002900         UNTIL WS-EOF.
002910     CLOSE NUMERO-FILE.
002920     IF WS-QTD-FONTES = ZERO
002930         DISPLAY "PARTICAO - NUMFILE VAZIO - NADA A DIVIDIR"
002940         GO TO 9999-ABEND
002950     END-IF.
002960 2000-EXIT.
002970     EXIT.
002980******************************************************************
002990*    2100-LER-REGISTRO - ONE NUMFILE RECORD OF THE FIRST PASS    *
003000******************************************************************
003010 2100-LER-REGISTRO.
003020     READ NUMERO-FILE
003030         AT END
003040             MOVE "Y" TO WS-EOF-SWITCH
003050             GO TO 2100-EXIT
003060     END-READ.
003070     ADD 1 TO WS-QTD-REGISTROS.
003080     IF WS-DENTRO-FONTE
003090         ADD 1 TO WS-FON-REGISTROS (WS-QTD-FONTES)
003100         IF NUM-TRAILER
003110             MOVE "N" TO WS-DENTRO-FONTE-SW
003120         ELSE
003130             ADD 1 TO WS-QTD-DETALHES
003140             MOVE WS-FON-FIL-IDX (WS-QTD-FONTES) TO WS-FIL-IDX
003150             ADD 1 TO WS-FIL-VOLUME (WS-FIL-IDX)
003160         END-IF
003170         GO TO 2100-EXIT
003180     END-IF.
003190     IF NOT NUM-HEADER
003200         COMPUTE WS-FONTE-ED = WS-QTD-FONTES + 1
003210         MOVE WS-QTD-REGISTROS TO WS-QTD-ED
003220         DISPLAY "PARTICAO - REGISTRO HEADER AUSENTE OU INVALIDO "
003230             "NO INICIO DA FONTE " WS-FONTE-ED " (REGISTRO "
003240             WS-QTD-ED ")"
003250         GO TO 9999-ABEND
003260     END-IF.
003270     IF WS-QTD-FONTES >= WS-FON-MAXIMO
003280         DISPLAY "PARTICAO - TABELA DE FONTES CHEIA - MAXIMO "
003290             WS-FON-MAXIMO " FONTES POR NUMFILE"
003300         GO TO 9999-ABEND
003310     END-IF.
003320     ADD 1 TO WS-QTD-FONTES.
003330     MOVE "Y" TO WS-DENTRO-FONTE-SW.
003340     MOVE NUM-FILIAL TO WS-FON-FILIAL (WS-QTD-FONTES).
003350     IF NUM-QTD-ESPERADA NUMERIC
003360         MOVE NUM-QTD-ESPERADA TO WS-FON-ESPERADA (WS-QTD-FONTES)
003370     ELSE
003380         MOVE ZERO TO WS-FON-ESPERADA (WS-QTD-FONTES)
003390     END-IF.
003400     MOVE 1 TO WS-FON-REGISTROS (WS-QTD-FONTES).
003410     PERFORM 2200-REGISTRAR-FILIAL THRU 2200-EXIT.
003420     MOVE WS-FIL-POS TO WS-FON-FIL-IDX (WS-QTD-FONTES).
003430 2100-EXIT.
003440     EXIT.
003450******************************************************************
003460*    2200-REGISTRAR-FILIAL - FIND THE HEADER'S BRANCH IN THE     *
003470*                            BRANCH TABLE, ADDING IT THE FIRST   *
003480*                            TIME.  SOURCES WITH NO BRANCH CODE  *
003490*                            TRAVEL TOGETHER AS ONE BLANK BRANCH *
003500******************************************************************
003510 2200-REGISTRAR-FILIAL.
003520     MOVE "N" TO WS-FIL-ACHADA-SW.
003530     PERFORM 2210-PROCURAR-FILIAL THRU 2210-EXIT
003540         VARYING WS-FIL-IDX FROM 1 BY 1
003550         UNTIL WS-FIL-IDX > WS-QTD-FILIAIS
003560            OR WS-FIL-ACHADA.
003570     IF WS-FIL-ACHADA
003580         GO TO 2200-EXIT
003590     END-IF.
003600     IF WS-QTD-FILIAIS >= WS-FIL-MAXIMO
003610         DISPLAY "PARTICAO - TABELA DE FILIAIS CHEIA - MAXIMO "
003620             WS-FIL-MAXIMO " FILIAIS POR NUMFILE"
003630         GO TO 9999-ABEND
003640     END-IF.
003650     ADD 1 TO WS-QTD-FILIAIS.
003660     MOVE NUM-FILIAL TO WS-FIL-CODIGO (WS-QTD-FILIAIS).
003670     MOVE ZERO TO WS-FIL-VOLUME (WS-QTD-FILIAIS).
003680     MOVE ZERO TO WS-FIL-PARTICAO (WS-QTD-FILIAIS).
003690     MOVE WS-QTD-FILIAIS TO WS-FIL-POS.
003700 2200-EXIT.
003710     EXIT.
003720******************************************************************
003730*    2210-PROCURAR-FILIAL - ONE BRANCH TABLE PROBE               *
003740******************************************************************
003750 2210-PROCURAR-FILIAL.
003760     IF WS-FIL-CODIGO (WS-FIL-IDX) = NUM-FILIAL
003770         MOVE "Y" TO WS-FIL-ACHADA-SW
003780         MOVE WS-FIL-IDX TO WS-FIL-POS
003790     END-IF.
003800 2210-EXIT.
003810     EXIT.
003820******************************************************************
003830*    3000-DISTRIBUIR-FILIAIS - NEVER CUT MORE PARTITIONS THAN    *
003840*                              THERE ARE BRANCHES, THEN DEAL THE *
003850*                              BRANCHES LARGEST FIRST, EACH TO   *
003860*                              THE PARTITION CARRYING THE LEAST  *
003870*                              DETAIL VOLUME SO FAR (THE LOWEST  *
003880*                              NUMBER ON A TIE)                  *
003890******************************************************************
003900 3000-DISTRIBUIR-FILIAIS.
003910     IF WS-QTD-PARTICOES > WS-PRT-MAXIMO
003920         MOVE WS-PRT-MAXIMO TO WS-QTD-PARTICOES
003930     END-IF.
003940     IF WS-QTD-PARTICOES > WS-QTD-FILIAIS
003950         MOVE WS-QTD-FILIAIS TO WS-QTD-PARTICOES
003960     END-IF.
003970     PERFORM 3010-ZERAR-PARTICAO THRU 3010-EXIT
003980         VARYING WS-PRT-IDX FROM 1 BY 1
003990         UNTIL WS-PRT-IDX > WS-PRT-MAXIMO.
004000     MOVE ZERO TO WS-FIL-DISTRIBUIDAS.
004010     PERFORM 3100-DISTRIBUIR-UMA THRU 3100-EXIT
004020         UNTIL WS-FIL-DISTRIBUIDAS >= WS-QTD-FILIAIS.
004030 3000-EXIT.
004040     EXIT.
004050******************************************************************
004060*    3010-ZERAR-PARTICAO - CLEAR ONE PARTITION'S LOAD AND COUNTS *
004070******************************************************************
004080 3010-ZERAR-PARTICAO.
004090     MOVE ZERO TO WS-PRT-CARGA (WS-PRT-IDX).
004100     MOVE ZERO TO WS-PRT-FONTES (WS-PRT-IDX).
004110     MOVE ZERO TO WS-PRT-FILIAIS (WS-PRT-IDX).
004120     MOVE ZERO TO WS-PRT-REGISTROS (WS-PRT-IDX).
004130 3010-EXIT.
004140     EXIT.
004150******************************************************************
004160*    3100-DISTRIBUIR-UMA - PLACE THE LARGEST BRANCH NOT YET      *
004170*                          PLACED                                *
004180******************************************************************
004190 3100-DISTRIBUIR-UMA.
004200     MOVE ZERO TO WS-FIL-POS.
004210     MOVE ZERO TO WS-MAIOR-VOLUME.
004220     PERFORM 3110-PROCURAR-MAIOR THRU 3110-EXIT
004230         VARYING WS-FIL-IDX FROM 1 BY 1
004240         UNTIL WS-FIL-IDX > WS-QTD-FILIAIS.
004250     MOVE 1 TO WS-PRT-POS.
004260     PERFORM 3120-PROCURAR-MENOR-CARGA THRU 3120-EXIT
004270         VARYING WS-PRT-IDX FROM 2 BY 1
004280         UNTIL WS-PRT-IDX > WS-QTD-PARTICOES.
004290     MOVE WS-PRT-POS TO WS-FIL-PARTICAO (WS-FIL-POS).
004300     ADD WS-FIL-VOLUME (WS-FIL-POS) TO WS-PRT-CARGA (WS-PRT-POS).
004310     ADD 1 TO WS-PRT-FILIAIS (WS-PRT-POS).
004320     ADD 1 TO WS-FIL-DISTRIBUIDAS.
004330 3100-EXIT.
004340     EXIT.
004350******************************************************************
004360*    3110-PROCURAR-MAIOR - ONE PROBE FOR THE LARGEST UNPLACED    *
004370*                          BRANCH (THE FIRST SEEN ON A TIE)      *
004380******************************************************************
004390 3110-PROCURAR-MAIOR.
004400     IF WS-FIL-PARTICAO (WS-FIL-IDX) NOT = ZERO
004410         GO TO 3110-EXIT
004420     END-IF.
004430     IF WS-FIL-POS = ZERO
004440        OR WS-FIL-VOLUME (WS-FIL-IDX) > WS-MAIOR-VOLUME
004450         MOVE WS-FIL-IDX TO WS-FIL-POS
004460         MOVE WS-FIL-VOLUME (WS-FIL-IDX) TO WS-MAIOR-VOLUME
004470     END-IF.
004480 3110-EXIT.
004490     EXIT.
004500******************************************************************
004510*    3120-PROCURAR-MENOR-CARGA - ONE PROBE FOR THE LEAST LOADED  *
004520*                                PARTITION                       *
004530******************************************************************
004540 3120-PROCURAR-MENOR-CARGA.
004550     IF WS-PRT-CARGA (WS-PRT-IDX) < WS-PRT-CARGA (WS-PRT-POS)
004560         MOVE WS-PRT-IDX TO WS-PRT-POS
004570     END-IF.
004580 3120-EXIT.
004590     EXIT.
004600******************************************************************
004610*    4000-GRAVAR-CONTROLE - WRITE PARTCTL: THE JOB STAMP EVERY   *
004620*                           PARTITION ADOPTS, THEN ONE RECORD    *
004630*                           PER SOURCE IN NUMFILE ORDER - AND    *
004640*                           LIST THE SAME MAP ON PARTLIST        *
004650******************************************************************
004660 4000-GRAVAR-CONTROLE.
004670     OPEN OUTPUT CONTROLE-PRT-FILE.
004680     IF NOT WS-FS-PTC-OK
004690         DISPLAY "PARTICAO - ERRO AO ABRIR PARTCTL - STATUS "
004700             WS-FS-PTC
004710         GO TO 9999-ABEND
004720     END-IF.
004730     MOVE SPACES TO PTC-RECORD.
004740     MOVE "J" TO PTC-TIPO-REG.
004750     MOVE WS-JOB-ID TO PTC-JOB-ID.
004760     MOVE WS-DATA-SISTEMA TO PTC-DATA.
004770     MOVE WS-HORA-SISTEMA TO PTC-HORA.
004780     MOVE WS-QTD-PARTICOES TO PTC-QTD-PARTICOES.
004790     MOVE WS-QTD-FONTES TO PTC-QTD-FONTES.
004800     MOVE WS-QTD-DETALHES TO PTC-QTD-DETALHES.
004810     WRITE PTC-RECORD.
004820     PERFORM 4100-GRAVAR-FONTE THRU 4100-EXIT
004830         VARYING WS-FON-IDX FROM 1 BY 1
004840         UNTIL WS-FON-IDX > WS-QTD-FONTES.
004850     CLOSE CONTROLE-PRT-FILE.
004860 4000-EXIT.
004870     EXIT.
004880******************************************************************
004890*    4100-GRAVAR-FONTE - ONE SOURCE'S PARTCTL RECORD AND LISTING *
004900*                        LINE                                    *
004910******************************************************************
004920 4100-GRAVAR-FONTE.
004930     MOVE WS-FON-FIL-IDX (WS-FON-IDX) TO WS-FIL-IDX.
004940     MOVE WS-FIL-PARTICAO (WS-FIL-IDX) TO WS-PRT-POS.
004950     ADD 1 TO WS-PRT-FONTES (WS-PRT-POS).
004960     ADD WS-FON-REGISTROS (WS-FON-IDX)
004970         TO WS-PRT-REGISTROS (WS-PRT-POS).
004980     MOVE SPACES TO PTC-RECORD.
004990     MOVE "F" TO PTC-TIPO-REG.
005000     MOVE WS-FON-IDX TO PTC-FONTE.
005010     MOVE WS-PRT-POS TO PTC-FON-PARTICAO.
005020     MOVE WS-FON-FILIAL (WS-FON-IDX) TO PTC-FILIAL.
005030     MOVE WS-FON-ESPERADA (WS-FON-IDX) TO PTC-QTD-ESPERADA.
005040     MOVE WS-FON-REGISTROS (WS-FON-IDX) TO PTC-QTD-REGISTROS.
005050     WRITE PTC-RECORD.
005060     MOVE WS-FON-IDX TO WS-MAP-FONTE.
005070     MOVE WS-FON-FILIAL (WS-FON-IDX) TO WS-MAP-FILIAL.
005080     MOVE WS-PRT-POS TO WS-MAP-PARTICAO.
005090     MOVE WS-FON-ESPERADA (WS-FON-IDX) TO WS-MAP-ESPERADA.
005100     MOVE WS-FON-REGISTROS (WS-FON-IDX) TO WS-MAP-REGISTROS.
005110     MOVE SPACES TO RPT-RECORD.
005120     MOVE WS-MAPA-LINHA TO RPT-LINE.
005130     WRITE RPT-RECORD.
005140 4100-EXIT.
005150     EXIT.
005160******************************************************************
005170*    5000-GRAVAR-PARTICAO - ONE PASS OVER NUMFILE PER PARTITION, *
005180*                           COPYING THE SOURCES MAPPED TO IT     *
005190*                           WHOLE AND IN ORDER TO ITS NUMPN, AND *
005200*                           EMPTYING ITS CHECKPOINT, AUDIT,      *
005210*                           STATISTICS AND TOTALS FILES SO THE   *
005220*                           STEP STARTS AFRESH                   *
005230******************************************************************
005240 5000-GRAVAR-PARTICAO.
005250     MOVE WS-PRT-IDX TO WS-PRT-NUMERO.
005260     MOVE "NUMP" TO WS-NOME-PARTE.
005270     MOVE WS-PRT-NUMERO TO WS-NOME-PARTE (5:1).
005280     OPEN OUTPUT PARTE-FILE.
005290     IF NOT WS-FS-PARTE-OK
005300         DISPLAY "PARTICAO - ERRO AO ABRIR " WS-NOME-PARTE
005310             " - STATUS " WS-FS-PARTE
005320         GO TO 9999-ABEND
005330     END-IF.
005340     OPEN INPUT NUMERO-FILE.
005350     IF NOT WS-FS-NUMERO-OK
005360         DISPLAY "PARTICAO - ERRO AO REABRIR NUMFILE - STATUS "
005370             WS-FS-NUMERO
005380         GO TO 9999-ABEND
005390     END-IF.
005400     MOVE "N" TO WS-EOF-SWITCH.
005410     MOVE "N" TO WS-DENTRO-FONTE-SW.
005420     MOVE ZERO TO WS-FON-IDX.
005430     MOVE ZERO TO WS-QTD-COPIADOS.
005440     PERFORM 5100-COPIAR-REGISTRO THRU 5100-EXIT
005450         UNTIL WS-EOF.
005460     CLOSE NUMERO-FILE.
005470     CLOSE PARTE-FILE.
005480     IF WS-QTD-COPIADOS NOT = WS-PRT-REGISTROS (WS-PRT-IDX)
005490         MOVE WS-QTD-COPIADOS TO WS-QTD-ED
005500         MOVE WS-PRT-REGISTROS (WS-PRT-IDX) TO WS-QTD-ED2
005510         DISPLAY "PARTICAO - " WS-NOME-PARTE " RECEBEU " WS-QTD-ED
005520             " REGISTROS - ESPERADOS " WS-QTD-ED2
005530             " - NUMFILE ALTERADO DURANTE A DIVISAO"
005540         GO TO 9999-ABEND
005550     END-IF.
005560     MOVE "AUDP" TO WS-NOME-LIMPEZA.
005570     PERFORM 5200-ESVAZIAR-ARQUIVO THRU 5200-EXIT.
005580     MOVE "CHKP" TO WS-NOME-LIMPEZA.
005590     PERFORM 5200-ESVAZIAR-ARQUIVO THRU 5200-EXIT.
005600     MOVE "STSP" TO WS-NOME-LIMPEZA.
005610     PERFORM 5200-ESVAZIAR-ARQUIVO THRU 5200-EXIT.
005620     MOVE "PCTP" TO WS-NOME-LIMPEZA.
005630     PERFORM 5200-ESVAZIAR-ARQUIVO THRU 5200-EXIT.
005640 5000-EXIT.
005650     EXIT.
005660******************************************************************
005670*    5100-COPIAR-REGISTRO - ONE NUMFILE RECORD OF A PARTITION    *
005680*                           PASS.  SOURCE BOUNDARIES ARE FOUND   *
005690*                           EXACTLY AS IN THE FIRST PASS         *
005700******************************************************************
005710 5100-COPIAR-REGISTRO.
005720     READ NUMERO-FILE
005730         AT END
005740             MOVE "Y" TO WS-EOF-SWITCH
005750             GO TO 5100-EXIT
005760     END-READ.
005770     IF WS-DENTRO-FONTE
005780         IF NUM-TRAILER
005790             MOVE "N" TO WS-DENTRO-FONTE-SW
005800         END-IF
005810     ELSE
005820         ADD 1 TO WS-FON-IDX
005830         MOVE "Y" TO WS-DENTRO-FONTE-SW
005840     END-IF.
005850     IF WS-FON-IDX > WS-QTD-FONTES
005860         DISPLAY "PARTICAO - NUMFILE ALTERADO DURANTE A DIVISAO"
005870         GO TO 9999-ABEND
005880     END-IF.
005890     MOVE WS-FON-FIL-IDX (WS-FON-IDX) TO WS-FIL-IDX.
005900     IF WS-FIL-PARTICAO (WS-FIL-IDX) = WS-PRT-IDX
005910         WRITE PARTE-RECORD FROM NUM-RECORD
005920         ADD 1 TO WS-QTD-COPIADOS
005930     END-IF.
005940 5100-EXIT.
005950     EXIT.
005960******************************************************************
005970*    5200-ESVAZIAR-ARQUIVO - EMPTY ONE PARTITION WORK FILE       *
005980******************************************************************
005990 5200-ESVAZIAR-ARQUIVO.
006000     MOVE WS-PRT-NUMERO TO WS-NOME-LIMPEZA (5:1).
006010     OPEN OUTPUT LIMPEZA-FILE.
006020     IF NOT WS-FS-LIMPEZA-OK
006030         DISPLAY "PARTICAO - ERRO AO ESVAZIAR " WS-NOME-LIMPEZA
006040             " - STATUS " WS-FS-LIMPEZA
006050         GO TO 9999-ABEND
006060     END-IF.
006070     CLOSE LIMPEZA-FILE.
006080 5200-EXIT.
006090     EXIT.
006100******************************************************************
006110*    8000-FINALIZE - PER-PARTITION TOTALS AND CLOSE THE LISTING  *
006120******************************************************************
006130 8000-FINALIZE.
006140     MOVE SPACES TO RPT-RECORD.
006150     WRITE RPT-RECORD.
006160     PERFORM 8100-WRITE-TOTAL-PARTICAO THRU 8100-EXIT
006170         VARYING WS-PRT-IDX FROM 1 BY 1
006180         UNTIL WS-PRT-IDX > WS-QTD-PARTICOES.
006190     MOVE WS-QTD-FONTES TO WS-FONTE-ED.
006200     MOVE WS-QTD-FILIAIS TO WS-FONTE-ED2.
006210     MOVE WS-QTD-DETALHES TO WS-QTD-ED.
006220     MOVE SPACES TO RPT-RECORD.
006230     STRING "TOTAL       FONTES " DELIMITED BY SIZE
006240         WS-FONTE-ED DELIMITED BY SIZE
006250         "  FILIAIS " DELIMITED BY SIZE
006260         WS-FONTE-ED2 DELIMITED BY SIZE
006270         "  DETALHES " DELIMITED BY SIZE
006280         WS-QTD-ED DELIMITED BY SIZE
006290         INTO RPT-LINE.
006300     WRITE RPT-RECORD.
006310     CLOSE PARTICAO-RPT.
006320     MOVE WS-QTD-PARTICOES TO WS-PRT-NUMERO.
006330     DISPLAY "PARTICAO - " WS-FONTE-ED " FONTE(S) DE "
006340         WS-FONTE-ED2 " FILIAL(IS) DIVIDIDAS EM " WS-PRT-NUMERO
006350         " PARTICAO(OES) - JOB " WS-JOB-ID.
006360 8000-EXIT.
006370     EXIT.
006380******************************************************************
006390*    8100-WRITE-TOTAL-PARTICAO - ONE PARTITION'S TOTALS LINE     *
006400******************************************************************
006410 8100-WRITE-TOTAL-PARTICAO.
006420     MOVE WS-PRT-IDX TO WS-PRT-NUMERO.
006430     MOVE WS-PRT-FONTES (WS-PRT-IDX) TO WS-FONTE-ED.
006440     MOVE WS-PRT-FILIAIS (WS-PRT-IDX) TO WS-FONTE-ED2.
006450     MOVE WS-PRT-CARGA (WS-PRT-IDX) TO WS-QTD-ED.
006460     MOVE WS-PRT-REGISTROS (WS-PRT-IDX) TO WS-QTD-ED3.
006470     MOVE SPACES TO RPT-RECORD.
006480     STRING "PARTICAO " DELIMITED BY SIZE
006490         WS-PRT-NUMERO DELIMITED BY SIZE
006500         "  FONTES " DELIMITED BY SIZE
006510         WS-FONTE-ED DELIMITED BY SIZE
006520         "  FILIAIS " DELIMITED BY SIZE
006530         WS-FONTE-ED2 DELIMITED BY SIZE
006540         "  DETALHES " DELIMITED BY SIZE
006550         WS-QTD-ED DELIMITED BY SIZE
006560         "  REGISTROS " DELIMITED BY SIZE
006570         WS-QTD-ED3 DELIMITED BY SIZE
006580         INTO RPT-LINE.
006590     WRITE RPT-RECORD.
006600 8100-EXIT.
006610     EXIT.
006620******************************************************************
006630*    9999-ABEND - COMMON ERROR EXIT                              *
006640******************************************************************
006650 9999-ABEND.
006660     STOP RUN WITH ERROR STATUS 16.
006670 9999-EXIT.
006680     EXIT.
006690 END PROGRAM PARTICAO.
