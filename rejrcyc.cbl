000290* 02/09/2026 GB    RESEQUENCED THE SEQUENCE-NUMBER AREA (COLUMNS
000300*                  1-6) THROUGHOUT THE PROGRAM - SUCCESSIVE
000310*                  INSERTIONS HAD LEFT DUPLICATE VALUES.
000320* 15/10/2026 GB    NUMRCYC NOW CARRIES ONE HEADER/DETAIL/TRAILER
000330*                  SET PER BRANCH - EACH RUN OF REJFILE RECORDS
000340*                  WITH THE SAME REJ-FILIAL BECOMES ITS OWN
000350*                  SOURCE, THE BRANCH CODE GOING BACK ON THE
000360*                  HEADER (NUM-FILIAL), SO RESUBMITTED VALUES ARE
000370*                  CHECKED AGAINST THEIR BRANCH'S CHECK DIGIT AND
000380*                  SEQUENCE AGAIN INSTEAD OF ARRIVING ANONYMOUS.
000390*                  SUSPRPT ENDS WITH THE RECYCLED AND SUSPENDED
000400*                  COUNTS PER REJECT REASON (01 TO 04).
000410* 15/10/2026 GB    RESEQUENCED THE SEQUENCE-NUMBER AREA (COLUMNS
000420*                  1-6) THROUGHOUT THE PROGRAM - SUCCESSIVE
000430*                  INSERTIONS HAD LEFT DUPLICATE VALUES.
000433* 15/10/2026 GB    1500-CONTAR-RECICLAVEIS NOW CHECKS THE STATUS
000436*                  OF THE REJFILE REOPEN FOR THE SECOND PASS.
000440******************************************************************
000450 IDENTIFICATION DIVISION.
000460 PROGRAM-ID. REJRCYC.
000470 ENVIRONMENT DIVISION.
000480 INPUT-OUTPUT SECTION.
000490 FILE-CONTROL.
000500     SELECT REJECT-FILE ASSIGN TO "REJFILE"
000510         ORGANIZATION IS LINE SEQUENTIAL
000520         FILE STATUS IS WS-FS-REJ.
000530     SELECT CORRECAO-FILE ASSIGN TO "CORFILE"
000540         ORGANIZATION IS LINE SEQUENTIAL
000550         FILE STATUS IS WS-FS-COR.
000560     SELECT NUMERO-FILE ASSIGN TO "NUMRCYC"
000570         ORGANIZATION IS LINE SEQUENTIAL
000580         FILE STATUS IS WS-FS-NUMERO.
000590     SELECT SUSPENSO-RPT ASSIGN TO "SUSPRPT"
000600         ORGANIZATION IS LINE SEQUENTIAL
000610         FILE STATUS IS WS-FS-RPT.
000620     SELECT SUSPENSO-FILE ASSIGN TO "SUSFILE"
000630         ORGANIZATION IS LINE SEQUENTIAL
000640         FILE STATUS IS WS-FS-SUS.
000650 DATA DIVISION.
000660 FILE SECTION.
000670 FD  REJECT-FILE
000680     RECORDING MODE IS F.
000690     COPY REJREC.
000700 FD  CORRECAO-FILE
000710     RECORDING MODE IS F.
000720     COPY CORREC.
000730 FD  NUMERO-FILE
000740     RECORDING MODE IS F.
000750     COPY NUMREC.
000760 FD  SUSPENSO-RPT
000770     RECORDING MODE IS F.
000780     COPY RPTREC.
000790 FD  SUSPENSO-FILE
000800     RECORDING MODE IS F.
000810     COPY SUSREC.
000820 WORKING-STORAGE SECTION.
000830 77  WS-FS-REJ               PIC X(02) VALUE ZEROS.
000840     88  WS-FS-REJ-OK                VALUE "00".
000850 77  WS-FS-COR               PIC X(02) VALUE ZEROS.
000860     88  WS-FS-COR-OK                VALUE "00".
000870 77  WS-FS-NUMERO            PIC X(02) VALUE ZEROS.
000880     88  WS-FS-NUMERO-OK             VALUE "00".
000890 77  WS-FS-RPT               PIC X(02) VALUE ZEROS.
000900     88  WS-FS-RPT-OK                VALUE "00".
000910 77  WS-FS-SUS               PIC X(02) VALUE ZEROS.
000920     88  WS-FS-SUS-OK                VALUE "00".
000930 77  WS-EOF-SWITCH           PIC X(01) VALUE "N".
000940     88  WS-EOF                       VALUE "Y".
000950 77  WS-COR-EOF-SWITCH       PIC X(01) VALUE "N".
000960     88  WS-COR-EOF                   VALUE "Y".
000970 77  WS-COR-ACHADA-SW        PIC X(01) VALUE "N".
000980     88  WS-COR-ACHADA               VALUE "Y".
000990 77  WS-MAX-TENTATIVAS       PIC 9(02) VALUE 3.
001000 77  WS-QTD-CORRECOES        PIC 9(04) COMP VALUE ZERO.
001010 77  WS-COR-IDX              PIC 9(04) COMP VALUE ZERO.
001020 77  WS-COR-MAXIMO           PIC 9(04) COMP VALUE 200.
001030 77  WS-QTD-RECICLADOS       PIC 9(09) COMP VALUE ZERO.
001040 77  WS-QTD-CORRIGIDOS       PIC 9(09) COMP VALUE ZERO.
001050 77  WS-QTD-SUSPENSOS        PIC 9(09) COMP VALUE ZERO.
001060 77  WS-TENTATIVA-NOVA       PIC 9(02) VALUE ZERO.
001070 77  WS-DATA-SISTEMA         PIC 9(08) VALUE ZERO.
001080 77  WS-HORA-SISTEMA         PIC 9(08) VALUE ZERO.
001090 77  WS-QTD-RECICLADOS-ED    PIC Z(8)9.
001100 77  WS-QTD-CORRIGIDOS-ED    PIC Z(8)9.
001110 77  WS-QTD-SUSPENSOS-ED     PIC Z(8)9.
001120 77  WS-QTD-GRUPOS           PIC 9(04) COMP VALUE ZERO.
001130 77  WS-GRP-IDX              PIC 9(04) COMP VALUE ZERO.
001140 77  WS-GRP-MAXIMO           PIC 9(04) COMP VALUE 200.
001150 77  WS-GRP-RECICLADOS       PIC 9(09) COMP VALUE ZERO.
001160 77  WS-QTD-FONTES           PIC 9(04) COMP VALUE ZERO.
001170 77  WS-FILIAL-CORRENTE      PIC X(04) VALUE SPACES.
001180 77  WS-PRIMEIRO-SW          PIC X(01) VALUE "Y".
001190     88  WS-PRIMEIRO-REGISTRO        VALUE "Y".
001200 77  WS-GRUPO-ABERTO-SW      PIC X(01) VALUE "N".
001210     88  WS-GRUPO-ABERTO             VALUE "Y".
001220 77  WS-MOT-IDX              PIC 9(04) COMP VALUE ZERO.
001230 77  WS-MOT-CODIGO           PIC 9(02) VALUE ZERO.
001240 77  WS-MOT-TITULO           PIC X(10) VALUE SPACES.
001250 77  WS-MOT-ED-01            PIC Z(6)9.
001260 77  WS-MOT-ED-02            PIC Z(6)9.
001270 77  WS-MOT-ED-03            PIC Z(6)9.
001280 77  WS-MOT-ED-04            PIC Z(6)9.
001290 77  WS-MOT-ED-OUTROS        PIC Z(6)9.
001300 77  WS-QTD-FONTES-ED        PIC Z(3)9.
001310 01  WS-GRP-TABELA.
001320     05  WS-GRP-ENTRADA OCCURS 200 TIMES.
001330         10  WS-GRP-FILIAL       PIC X(04).
001340         10  WS-GRP-QTD          PIC 9(09) COMP.
001350 01  WS-MOT-TABELA.
001360     05  WS-MOT-ENTRADA OCCURS 5 TIMES.
001370         10  WS-MOT-RECICLADOS   PIC 9(09) COMP VALUE ZERO.
001380         10  WS-MOT-SUSPENSOS    PIC 9(09) COMP VALUE ZERO.
001390 01  WS-COR-TABELA.
001400     05  WS-COR-ENTRADA OCCURS 200 TIMES.
001410         10  WS-COR-TAB-ORIGINAL PIC X(19).
001420         10  WS-COR-TAB-NOVO     PIC X(19).
001430******************************************************************
001440*    PROCEDURE DIVISION                                          *
001450******************************************************************
001460 PROCEDURE DIVISION.
001470 0000-MAINLINE.
001480     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001490     PERFORM 2000-PROCESS-REJEITO THRU 2000-EXIT
001500         UNTIL WS-EOF.
001510     PERFORM 8000-FINALIZE THRU 8000-EXIT.
001520     STOP RUN.
001530******************************************************************
001540*    1000-INITIALIZE - OPEN THE FILES, LOAD THE CORRECTIONS       *
001550*                      TABLE AND COUNT THE RECYCLABLE RECORDS     *
001560*                      OF EACH BRANCH                             *
001570******************************************************************
001580 1000-INITIALIZE.
001590     OPEN INPUT REJECT-FILE.
001600     IF NOT WS-FS-REJ-OK
001610         DISPLAY "REJRCYC - ERRO AO ABRIR REJFILE - STATUS "
001620             WS-FS-REJ
001630         GO TO 9999-ABEND
001640     END-IF.
001650     OPEN OUTPUT NUMERO-FILE.
001660     IF NOT WS-FS-NUMERO-OK
001670         DISPLAY "REJRCYC - ERRO AO ABRIR NUMRCYC - STATUS "
001680             WS-FS-NUMERO
001690         GO TO 9999-ABEND
001700     END-IF.
001710     OPEN OUTPUT SUSPENSO-RPT.
001720     IF NOT WS-FS-RPT-OK
001730         DISPLAY "REJRCYC - ERRO AO ABRIR SUSPRPT - STATUS "
001740             WS-FS-RPT
001750         GO TO 9999-ABEND
001760     END-IF.
001770     OPEN INPUT SUSPENSO-FILE.
001780     IF WS-FS-SUS-OK
001790         CLOSE SUSPENSO-FILE
001800         OPEN EXTEND SUSPENSO-FILE
001810     ELSE
001820         OPEN OUTPUT SUSPENSO-FILE
001830     END-IF.
001840     IF NOT WS-FS-SUS-OK
001850         DISPLAY "REJRCYC - ERRO AO ABRIR SUSFILE - STATUS "
001860             WS-FS-SUS
001870         GO TO 9999-ABEND
001880     END-IF.
001890     ACCEPT WS-DATA-SISTEMA FROM DATE YYYYMMDD.
001900     ACCEPT WS-HORA-SISTEMA FROM TIME.
001910     PERFORM 1400-CARREGAR-CORRECOES THRU 1400-EXIT.
001920     PERFORM 1500-CONTAR-RECICLAVEIS THRU 1500-EXIT.
001930     PERFORM 1700-WRITE-CABECALHO-SUSP THRU 1700-EXIT.
001940     PERFORM 2100-READ-REJEITO THRU 2100-EXIT.
001950 1000-EXIT.
001960     EXIT.
001970******************************************************************
001980*    1400-CARREGAR-CORRECOES - LOAD THE OPERATOR CORRECTIONS      *
001990*                              INTO THE LOOKUP TABLE.  AN ABSENT  *
002000*                              CORFILE MEANS EVERY RECORD IS      *
002010*                              RECYCLED UNCHANGED.                *
002020******************************************************************
002030 1400-CARREGAR-CORRECOES.
002040     OPEN INPUT CORRECAO-FILE.
002050     IF WS-FS-COR-OK
002060         PERFORM 1410-LER-CORRECAO THRU 1410-EXIT
002070             UNTIL WS-COR-EOF
002080         CLOSE CORRECAO-FILE
002090     END-IF.
002100 1400-EXIT.
002110     EXIT.
002120******************************************************************
002130*    1410-LER-CORRECAO - READ AND TABLE ONE CORRECTION RECORD     *
002140******************************************************************
002150 1410-LER-CORRECAO.
002160     READ CORRECAO-FILE
002170         AT END
002180             MOVE "Y" TO WS-COR-EOF-SWITCH
002190         NOT AT END
002200             IF WS-QTD-CORRECOES < WS-COR-MAXIMO
002210                 ADD 1 TO WS-QTD-CORRECOES
002220                 MOVE COR-VALOR-ORIGINAL
002230                     TO WS-COR-TAB-ORIGINAL (WS-QTD-CORRECOES)
002240                 MOVE COR-VALOR-NOVO
002250                     TO WS-COR-TAB-NOVO (WS-QTD-CORRECOES)
002260             ELSE
002270                 DISPLAY "REJRCYC - TABELA DE CORRECOES CHEIA - "
002280                     "CORRECAO IGNORADA: " COR-VALOR-ORIGINAL
002290             END-IF
002300     END-READ.
002310 1410-EXIT.
002320     EXIT.
002330******************************************************************
002340*    1500-CONTAR-RECICLAVEIS - FIRST PASS OVER REJFILE TO COUNT   *
002350*                              HOW MANY DETAILS EACH BRANCH'S     *
002360*                              SOURCE ON THE NEW NUMFILE WILL     *
002370*                              CARRY, SO ITS HEADER CAN BE        *
002380*                              WRITTEN WITH THE RIGHT EXPECTED    *
002390*                              COUNT BEFORE THE DETAILS           *
002400******************************************************************
002410 1500-CONTAR-RECICLAVEIS.
002420     PERFORM 1510-CONTAR-UM-REJEITO THRU 1510-EXIT
002430         UNTIL WS-EOF.
002440     CLOSE REJECT-FILE.
002450     OPEN INPUT REJECT-FILE.
002451     IF NOT WS-FS-REJ-OK
002453         DISPLAY "REJRCYC - ERRO AO REABRIR REJFILE - STATUS "
002455             WS-FS-REJ
002456         GO TO 9999-ABEND
002458     END-IF.
002460     MOVE "N" TO WS-EOF-SWITCH.
002470     MOVE "Y" TO WS-PRIMEIRO-SW.
002480     MOVE ZERO TO WS-GRP-IDX.
002490     MOVE ZERO TO WS-QTD-RECICLADOS.
002500 1500-EXIT.
002510     EXIT.
002520******************************************************************
002530*    1510-CONTAR-UM-REJEITO - COUNT ONE REJFILE RECORD AS EITHER  *
002540*                             RECYCLABLE OR SUSPENSE, UNDER ITS   *
002550*                             BRANCH'S SOURCE                     *
002560******************************************************************
002570 1510-CONTAR-UM-REJEITO.
002580     READ REJECT-FILE
002590         AT END
002600             MOVE "Y" TO WS-EOF-SWITCH
002610         NOT AT END
002620             IF REJ-TENTATIVAS NOT NUMERIC
002630                 MOVE ZERO TO REJ-TENTATIVAS
002640             END-IF
002650             IF WS-PRIMEIRO-REGISTRO
002660                OR REJ-FILIAL NOT = WS-FILIAL-CORRENTE
002670                 PERFORM 1520-NOVO-GRUPO THRU 1520-EXIT
002680             END-IF
002690             IF REJ-TENTATIVAS < WS-MAX-TENTATIVAS
002700                 ADD 1 TO WS-QTD-RECICLADOS
002710                 ADD 1 TO WS-GRP-QTD (WS-QTD-GRUPOS)
002720             END-IF
002730     END-READ.
002740 1510-EXIT.
002750     EXIT.
002760******************************************************************
002770*    1520-NOVO-GRUPO - A CHANGE OF REJ-FILIAL OPENS THE NEXT      *
002780*                      BRANCH'S SOURCE IN THE GROUP TABLE         *
002790******************************************************************
002800 1520-NOVO-GRUPO.
002810     MOVE "N" TO WS-PRIMEIRO-SW.
002820     MOVE REJ-FILIAL TO WS-FILIAL-CORRENTE.
002830     IF WS-QTD-GRUPOS NOT < WS-GRP-MAXIMO
002840         DISPLAY "REJRCYC - TABELA DE FILIAIS CHEIA - REJFILE "
002850             "COM MAIS DE " WS-GRP-MAXIMO " BLOCOS DE FILIAL"
002860         GO TO 9999-ABEND
002870     END-IF.
002880     ADD 1 TO WS-QTD-GRUPOS.
002890     MOVE REJ-FILIAL TO WS-GRP-FILIAL (WS-QTD-GRUPOS).
002900     MOVE ZERO TO WS-GRP-QTD (WS-QTD-GRUPOS).
002910 1520-EXIT.
002920     EXIT.
002930******************************************************************
002940*    1600-WRITE-HEADER - ONE BRANCH'S NUMFILE HEADER WITH ITS     *
002950*                        BRANCH CODE AND EXPECTED COUNT           *
002960******************************************************************
002970 1600-WRITE-HEADER.
002980     MOVE SPACES TO NUM-RECORD.
002990     MOVE "H" TO NUM-TIPO-REG.
003000     MOVE WS-GRP-QTD (WS-GRP-IDX) TO NUM-QTD-ESPERADA.
003010     MOVE WS-GRP-FILIAL (WS-GRP-IDX) TO NUM-FILIAL.
003020     WRITE NUM-RECORD.
003030     MOVE ZERO TO WS-GRP-RECICLADOS.
003040     MOVE "Y" TO WS-GRUPO-ABERTO-SW.
003050     ADD 1 TO WS-QTD-FONTES.
003060 1600-EXIT.
003070     EXIT.
003080******************************************************************
003090*    1700-WRITE-CABECALHO-SUSP - SUSPENSE REPORT TITLE LINES      *
003100******************************************************************
003110 1700-WRITE-CABECALHO-SUSP.
003120     MOVE SPACES TO RPT-RECORD.
003130     STRING "REJRCYC - RELATORIO DE SUSPENSOS - EMITIDO EM "
003140             DELIMITED BY SIZE
003150         WS-DATA-SISTEMA DELIMITED BY SIZE
003160         " " DELIMITED BY SIZE
003170         WS-HORA-SISTEMA DELIMITED BY SIZE
003180         INTO RPT-LINE.
003190     WRITE RPT-RECORD.
003200     MOVE SPACES TO RPT-RECORD.
003210     STRING "VALOR               CODIGO DESCRICAO"
003220             DELIMITED BY SIZE
003230         "                      TENTATIVAS" DELIMITED BY SIZE
003240         INTO RPT-LINE.
003250     WRITE RPT-RECORD.
003260 1700-EXIT.
003270     EXIT.
003280******************************************************************
003290*    2000-PROCESS-REJEITO - RECYCLE OR SUSPEND THE CURRENT RECORD *
003300*                           AFTER CLOSING THE PREVIOUS BRANCH'S   *
003310*                           SOURCE ON A CHANGE OF REJ-FILIAL      *
003320******************************************************************
003330 2000-PROCESS-REJEITO.
003340     IF WS-PRIMEIRO-REGISTRO
003350        OR REJ-FILIAL NOT = WS-FILIAL-CORRENTE
003360         PERFORM 2200-QUEBRA-FILIAL THRU 2200-EXIT
003370     END-IF.
003380     IF REJ-TENTATIVAS NOT NUMERIC
003390         MOVE ZERO TO REJ-TENTATIVAS
003400     END-IF.
003410     IF REJ-TENTATIVAS < WS-MAX-TENTATIVAS
003420         PERFORM 3000-RECICLAR THRU 3000-EXIT
003430     ELSE
003440         PERFORM 4000-SUSPENDER THRU 4000-EXIT
003450     END-IF.
003460     PERFORM 2100-READ-REJEITO THRU 2100-EXIT.
003470 2000-EXIT.
003480     EXIT.
003490******************************************************************
003500*    2100-READ-REJEITO - READ-UNTIL-END PARAGRAPH FOR REJFILE     *
003510******************************************************************
003520 2100-READ-REJEITO.
003530     READ REJECT-FILE
003540         AT END
003550             MOVE "Y" TO WS-EOF-SWITCH
003560     END-READ.
003570 2100-EXIT.
003580     EXIT.
003590******************************************************************
003600*    2200-QUEBRA-FILIAL - CLOSE THE PREVIOUS BRANCH'S SOURCE AND  *
003610*                         MOVE ON TO THE NEXT GROUP TABLE ENTRY - *
003620*                         THE SAME BREAKS 1510 COUNTED UNDER      *
003630******************************************************************
003640 2200-QUEBRA-FILIAL.
003650     MOVE "N" TO WS-PRIMEIRO-SW.
003660     PERFORM 2300-WRITE-TRAILER THRU 2300-EXIT.
003670     MOVE REJ-FILIAL TO WS-FILIAL-CORRENTE.
003680     ADD 1 TO WS-GRP-IDX.
003690 2200-EXIT.
003700     EXIT.
003710******************************************************************
003720*    2300-WRITE-TRAILER - TRAILER FOR THE BRANCH SOURCE STILL     *
003730*                         OPEN, WITH THE DETAILS ACTUALLY WRITTEN *
003740******************************************************************
003750 2300-WRITE-TRAILER.
003760     IF NOT WS-GRUPO-ABERTO
003770         GO TO 2300-EXIT
003780     END-IF.
003790     MOVE SPACES TO NUM-RECORD.
003800     MOVE "T" TO NUM-TIPO-REG.
003810     MOVE WS-GRP-RECICLADOS TO NUM-QTD-ATUAL.
003820     WRITE NUM-RECORD.
003830     MOVE "N" TO WS-GRUPO-ABERTO-SW.
003840 2300-EXIT.
003850     EXIT.
003860******************************************************************
003870*    3000-RECICLAR - WRITE ONE CORRECTED (OR UNCHANGED) DETAIL    *
003880*                    TO THE NEW NUMFILE WITH THE ATTEMPT COUNTER  *
003890*                    BUMPED BY ONE, OPENING ITS BRANCH'S SOURCE   *
003900*                    WITH THE FIRST ONE                           *
003910******************************************************************
003920 3000-RECICLAR.
003930     IF NOT WS-GRUPO-ABERTO
003940         PERFORM 1600-WRITE-HEADER THRU 1600-EXIT
003950     END-IF.
003960     MOVE SPACES TO NUM-RECORD.
003970     MOVE "D" TO NUM-TIPO-REG.
003980     MOVE "N" TO WS-COR-ACHADA-SW.
003990     PERFORM 3100-PROCURAR-CORRECAO THRU 3100-EXIT
004000         VARYING WS-COR-IDX FROM 1 BY 1
004010         UNTIL WS-COR-IDX > WS-QTD-CORRECOES
004020            OR WS-COR-ACHADA.
004030     IF WS-COR-ACHADA
004040         ADD 1 TO WS-QTD-CORRIGIDOS
004050     ELSE
004060         MOVE REJ-VALOR TO NUM-DADOS
004070     END-IF.
004080     COMPUTE WS-TENTATIVA-NOVA = REJ-TENTATIVAS + 1.
004090     MOVE WS-TENTATIVA-NOVA TO NUM-TENTATIVAS.
004100     WRITE NUM-RECORD.
004110     ADD 1 TO WS-QTD-RECICLADOS.
004120     ADD 1 TO WS-GRP-RECICLADOS.
004130     PERFORM 3200-APURAR-MOTIVO THRU 3200-EXIT.
004140     ADD 1 TO WS-MOT-RECICLADOS (WS-MOT-IDX).
004150 3000-EXIT.
004160     EXIT.
004170******************************************************************
004180*    3100-PROCURAR-CORRECAO - LOOK THE REJECTED VALUE UP IN THE   *
004190*                             CORRECTIONS TABLE AND, WHEN FOUND,  *
004200*                             CARRY THE CORRECTED VALUE INTO THE  *
004210*                             OUTPUT DETAIL                       *
004220******************************************************************
004230 3100-PROCURAR-CORRECAO.
004240     IF WS-COR-TAB-ORIGINAL (WS-COR-IDX) = REJ-VALOR
004250         MOVE "Y" TO WS-COR-ACHADA-SW
004260         MOVE WS-COR-TAB-NOVO (WS-COR-IDX) TO NUM-DADOS
004270     END-IF.
004280 3100-EXIT.
004290     EXIT.
004300******************************************************************
004310*    3200-APURAR-MOTIVO - SUBSCRIPT OF THE REJECT REASON IN THE   *
004320*                         PER-REASON TOTALS - 1 TO 4 FOR REJ-     *
004330*                         CODIGO "01" TO "04", 5 FOR ANY OTHER    *
004340******************************************************************
004350 3200-APURAR-MOTIVO.
004360     MOVE 5 TO WS-MOT-IDX.
004370     IF REJ-CODIGO NUMERIC
004380         MOVE REJ-CODIGO TO WS-MOT-CODIGO
004390         IF WS-MOT-CODIGO > 0 AND WS-MOT-CODIGO < 5
004400             MOVE WS-MOT-CODIGO TO WS-MOT-IDX
004410         END-IF
004420     END-IF.
004430 3200-EXIT.
004440     EXIT.
004450******************************************************************
004460*    4000-SUSPENDER - LIST AN EXHAUSTED RECORD ON THE SUSPENSE    *
004470*                     REPORT INSTEAD OF RECYCLING IT AGAIN        *
004480******************************************************************
004490 4000-SUSPENDER.
004500     ADD 1 TO WS-QTD-SUSPENSOS.
004510     PERFORM 3200-APURAR-MOTIVO THRU 3200-EXIT.
004520     ADD 1 TO WS-MOT-SUSPENSOS (WS-MOT-IDX).
004530     MOVE SPACES TO SUS-RECORD.
004540     MOVE REJ-VALOR       TO SUS-VALOR.
004550     MOVE REJ-CODIGO      TO SUS-CODIGO.
004560     MOVE REJ-TENTATIVAS  TO SUS-TENTATIVAS.
004570     MOVE WS-DATA-SISTEMA TO SUS-DATA-SUSPENSAO.
004580     MOVE "S"             TO SUS-STATUS.
004590     MOVE WS-DATA-SISTEMA TO SUS-DATA-STATUS.
004600     MOVE SPACES          TO SUS-MOTIVO-BAIXA.
004610     WRITE SUS-RECORD.
004620     MOVE SPACES TO RPT-RECORD.
004630     STRING REJ-VALOR DELIMITED BY SIZE
004640         " " DELIMITED BY SIZE
004650         REJ-CODIGO DELIMITED BY SIZE
004660         "     " DELIMITED BY SIZE
004670         REJ-DESCRICAO DELIMITED BY SIZE
004680         " " DELIMITED BY SIZE
004690         REJ-TENTATIVAS DELIMITED BY SIZE
004700         INTO RPT-LINE.
004710     WRITE RPT-RECORD.
004720 4000-EXIT.
004730     EXIT.
004740******************************************************************
004750*    8000-FINALIZE - LAST BRANCH'S TRAILER, SUSPENSE TOTALS AND   *
004760*                    THE PER-REASON BREAKDOWN, CLOSE.  WHEN       *
004770*                    NOTHING WAS RECYCLED NUMRCYC STILL GETS AN   *
004780*                    EMPTY HEADER/TRAILER PAIR                    *
004790******************************************************************
004800 8000-FINALIZE.
004810     PERFORM 2300-WRITE-TRAILER THRU 2300-EXIT.
004820     IF WS-QTD-FONTES = ZERO
004830         MOVE SPACES TO NUM-RECORD
004840         MOVE "H" TO NUM-TIPO-REG
004850         MOVE ZERO TO NUM-QTD-ESPERADA
004860         WRITE NUM-RECORD
004870         MOVE SPACES TO NUM-RECORD
004880         MOVE "T" TO NUM-TIPO-REG
004890         MOVE ZERO TO NUM-QTD-ATUAL
004900         WRITE NUM-RECORD
004910     END-IF.
004920     MOVE WS-QTD-RECICLADOS TO WS-QTD-RECICLADOS-ED.
004930     MOVE WS-QTD-CORRIGIDOS TO WS-QTD-CORRIGIDOS-ED.
004940     MOVE WS-QTD-SUSPENSOS  TO WS-QTD-SUSPENSOS-ED.
004950     MOVE SPACES TO RPT-RECORD.
004960     STRING "-------------------------------------------"
004970             DELIMITED BY SIZE
004980         INTO RPT-LINE.
004990     WRITE RPT-RECORD.
005000     MOVE SPACES TO RPT-RECORD.
005010     STRING "RECICLADOS: " DELIMITED BY SIZE
005020         WS-QTD-RECICLADOS-ED DELIMITED BY SIZE
005030         "   COM CORRECAO: " DELIMITED BY SIZE
005040         WS-QTD-CORRIGIDOS-ED DELIMITED BY SIZE
005050         "   SUSPENSOS: " DELIMITED BY SIZE
005060         WS-QTD-SUSPENSOS-ED DELIMITED BY SIZE
005070         INTO RPT-LINE.
005080     WRITE RPT-RECORD.
005090     MOVE WS-MOT-RECICLADOS (1) TO WS-MOT-ED-01.
005100     MOVE WS-MOT-RECICLADOS (2) TO WS-MOT-ED-02.
005110     MOVE WS-MOT-RECICLADOS (3) TO WS-MOT-ED-03.
005120     MOVE WS-MOT-RECICLADOS (4) TO WS-MOT-ED-04.
005130     MOVE WS-MOT-RECICLADOS (5) TO WS-MOT-ED-OUTROS.
005140     MOVE "RECICLADOS" TO WS-MOT-TITULO.
005150     PERFORM 8100-WRITE-MOTIVOS THRU 8100-EXIT.
005160     MOVE WS-MOT-SUSPENSOS (1) TO WS-MOT-ED-01.
005170     MOVE WS-MOT-SUSPENSOS (2) TO WS-MOT-ED-02.
005180     MOVE WS-MOT-SUSPENSOS (3) TO WS-MOT-ED-03.
005190     MOVE WS-MOT-SUSPENSOS (4) TO WS-MOT-ED-04.
005200     MOVE WS-MOT-SUSPENSOS (5) TO WS-MOT-ED-OUTROS.
005210     MOVE "SUSPENSOS " TO WS-MOT-TITULO.
005220     PERFORM 8100-WRITE-MOTIVOS THRU 8100-EXIT.
005230     DISPLAY "REJRCYC - RECICLADOS " WS-QTD-RECICLADOS-ED
005240         " SUSPENSOS " WS-QTD-SUSPENSOS-ED.
005250     MOVE WS-MOT-RECICLADOS (4) TO WS-MOT-ED-04.
005260     MOVE WS-QTD-FONTES TO WS-QTD-FONTES-ED.
005270     DISPLAY "REJRCYC - FONTES POR FILIAL " WS-QTD-FONTES-ED
005280         " - DIGITO VERIFICADOR (04) RECICLADOS " WS-MOT-ED-04.
005290     CLOSE REJECT-FILE.
005300     CLOSE NUMERO-FILE.
005310     CLOSE SUSPENSO-RPT.
005320     CLOSE SUSPENSO-FILE.
005330 8000-EXIT.
005340     EXIT.
005350******************************************************************
005360*    8100-WRITE-MOTIVOS - ONE SUSPRPT LINE OF COUNTS PER REJECT   *
005370*                         REASON, FOR RECYCLED OR SUSPENDED       *
005380******************************************************************
005390 8100-WRITE-MOTIVOS.
005400     MOVE SPACES TO RPT-RECORD.
005410     STRING WS-MOT-TITULO DELIMITED BY SIZE
005420         " POR MOTIVO - 01 NAO NUMERICO:" DELIMITED BY SIZE
005430         WS-MOT-ED-01 DELIMITED BY SIZE
005440         " 02 EM BRANCO:" DELIMITED BY SIZE
005450         WS-MOT-ED-02 DELIMITED BY SIZE
005460         " 03 FORA DA FAIXA:" DELIMITED BY SIZE
005470         WS-MOT-ED-03 DELIMITED BY SIZE
005480         " 04 DIG.VERIF.:" DELIMITED BY SIZE
005490         WS-MOT-ED-04 DELIMITED BY SIZE
005500         " OUTROS:" DELIMITED BY SIZE
005510         WS-MOT-ED-OUTROS DELIMITED BY SIZE
005520         INTO RPT-LINE.
005530     WRITE RPT-RECORD.
005540 8100-EXIT.
005550     EXIT.
005560******************************************************************
005570*    9999-ABEND - COMMON ERROR EXIT                               *
005580******************************************************************
005590 9999-ABEND.
005600     STOP RUN WITH ERROR STATUS 16.
005610 9999-EXIT.
005620     EXIT.
005630 END PROGRAM REJRCYC.
