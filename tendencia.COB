      ******************************************************************
      * Author: Joan Bagudà Rigol
      * Date: 15/10/2026
      * Purpose: Multi-run trend report over the execution register
      *          written by program SUDOKU: per week and per month, the
      *          runs and restarts under the same run id, puzzles, solve
      *          and catalog hit rates, milliseconds per puzzle and a
      *          return-code histogram, flagging the periods whose
      *          solve rate or time per puzzle drifts beyond a tolerance
      *          from the trailing average; the capacity review sheet
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TENDENCIA.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ExecucionsFile ASSIGN TO DYNAMIC ExecucionsFileName
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS ExecucionsStatus.

           SELECT ReportFile ASSIGN TO DYNAMIC ReportFileName
             ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

      ***** SAME LAYOUT AS THE REGISTER WRITTEN BY PROGRAM SUDOKU: FIVE
      ***** POSITIONAL FIELDS (RUN ID, START, END, PROBLEM AND SOLUTION
      ***** FILES) FOLLOWED BY KEY=VALUE FIELDS, ALL SEPARATED BY ';'.
      ***** THE CHAIN DRIVER SHARES THE FILE; ITS LINES CARRY NO
      ***** PROBLS FIELD AND ARE LEFT OUT. RECORDS WRITTEN WHEN THE
      ***** LINE WAS 300 COLUMNS MAY HAVE LOST THEIR LAST FIELDS; A RUN
      ***** WITHOUT ITS RC IS COUNTED UNDER ALTRE
       FD  ExecucionsFile.
       01  ExecucionsLinea PICTURE X(500).

       FD  ReportFile.
       01  LiniaReport PICTURE X(132).

       WORKING-STORAGE SECTION.
      ******Run parameters (file names, date range, drift test) ******
       01  ExecucionsFileName PICTURE X(100) VALUE 'execucions.txt'.
       01  ReportFileName     PICTURE X(100) VALUE 'tendencia.txt'.
       01  ExecucionsStatus   PICTURE XX.
       01  ArgNum             PICTURE 9(4).
       01  DataDesde          PICTURE X(8) VALUE SPACES.
       01  DataFins           PICTURE X(8) VALUE SPACES.
       01  ArgTolerancia      PICTURE 9(3) VALUE 0.
       01  ArgFinestra        PICTURE 99 VALUE 0.
       01  Tolerancia         PICTURE 9(3) VALUE 10.
       01  Finestra           PICTURE 99 VALUE 4.

      ******Register line scanning ******
       01  FiExecucionsSw     PICTURE 9 VALUE 0.
           88 FiExecucions      VALUE 1.
       01  PosLinia           PICTURE 9(4).
       01  NumCamp            PICTURE 99.
       01  CampWk             PICTURE X(120).
       01  ClauCamp           PICTURE X(20).
       01  ValorCamp          PICTURE X(100).
       01  ValorNum           PICTURE 9(12).
       01  iValor             PICTURE 99.
       01  DigValor           PICTURE 9.
       01  RegIdExecucio      PICTURE X(14).
       01  RegInici           PICTURE X(14).
       01  RegProblsSw        PICTURE 9.
           88 RegAmbProbls      VALUE 1.
       01  RegProbls          PICTURE 9(9).
       01  RegResolts         PICTURE 9(9).
       01  RegCataleg         PICTURE 9(9).
       01  RegTemps           PICTURE 9(12).
       01  RegRc              PICTURE 9(3).
       01  iRc                PICTURE 9.
       01  NumLlegits         PICTURE 9(6) VALUE 0.
       01  NumExecucions      PICTURE 9(6) VALUE 0.

      ******Day serial (julian day number) for the week of a run, with
      ******the inverse to print the Monday that opens the week ******
       01  DataCalcul         PICTURE 9(8).
       01  FILLER REDEFINES DataCalcul.
           05 CalAny          PICTURE 9(4).
           05 CalMes          PICTURE 99.
           05 CalDia          PICTURE 99.
       01  DjTmp              PICTURE 9(2).
       01  DjAny2             PICTURE 9(5).
       01  DjMes2             PICTURE 9(2).
       01  DjT1               PICTURE 9(4).
       01  DjT2               PICTURE 9(4).
       01  DjT3               PICTURE 9(3).
       01  DjT4               PICTURE 9(2).
       01  DiaJulia           PICTURE 9(7).
       01  DiaSetmana         PICTURE 9.
       01  DjL                PICTURE 9(8).
       01  DjN                PICTURE 9(4).
       01  DjI                PICTURE 9(5).
       01  DjJ                PICTURE 9(4).
       01  DjK                PICTURE 9(8).

      ******Periods: 1 weeks, 2 months, each kept in key order ******
       01  MaxPeriodes        PICTURE 9(3) VALUE 300.
       01  TaulaPeriodes.
           05 TipusPeriode OCCURS 2 TIMES.
              10 NumPeriodes     PICTURE 9(3).
              10 Periode OCCURS 300 TIMES.
                 15 PerClau      PICTURE X(8).
                 15 PerExec      PICTURE 9(6).
                 15 PerReinicis  PICTURE 9(6).
                 15 PerProbls    PICTURE 9(9).
                 15 PerResolts   PICTURE 9(9).
                 15 PerCataleg   PICTURE 9(9).
                 15 PerTemps     PICTURE 9(12).
                 15 PerRc        PICTURE 9(6) OCCURS 6 TIMES.
                 15 PerTaxaRes   PICTURE 9(3)V99.
                 15 PerMsProbl   PICTURE 9(9)V99.
       01  iTipus             PICTURE 9.
       01  iPer               PICTURE 9(3).
       01  jPer               PICTURE 9(3).
       01  ClauPeriode        PICTURE X(8).
       01  TrobatSw           PICTURE 9.
           88 Trobat            VALUE 1.
       01  NumDesbordats      PICTURE 9(6) VALUE 0.

      ******Drift against the trailing average ******
       01  NumPrevis          PICTURE 99.
       01  SumaTaxaRes        PICTURE 9(6)V99.
       01  SumaMsProbl        PICTURE 9(12)V99.
       01  MitjanaTaxaRes     PICTURE 9(3)V99.
       01  MitjanaMsProbl     PICTURE 9(9)V99.
       01  DesviacioWk        PICTURE 9(9)V99.
       01  LimitWk            PICTURE 9(9)V99.
       01  TaxaCatWk          PICTURE 9(3)V99.
       01  Deriva             PICTURE X(16).
       01  PosDeriva          PICTURE 99.
       01  NumDerives         PICTURE 9(6) VALUE 0.

      ******Report line ******
       01  LiniaPeriode.
           05 LpPeriode       PICTURE X(10).
           05 FILLER          PICTURE X(1).
           05 LpExec          PICTURE Z(4)9.
           05 FILLER          PICTURE X(1).
           05 LpReinicis      PICTURE Z(4)9.
           05 FILLER          PICTURE X(1).
           05 LpProbls        PICTURE Z(8)9.
           05 FILLER          PICTURE X(1).
           05 LpTaxaRes       PICTURE ZZ9.99.
           05 FILLER          PICTURE X(1).
           05 LpTaxaCat       PICTURE ZZ9.99.
           05 FILLER          PICTURE X(1).
           05 LpMsProbl       PICTURE Z(8)9.
           05 LpRcs OCCURS 6 TIMES.
              10 FILLER       PICTURE X(1).
              10 LpRc         PICTURE Z(4)9.
           05 FILLER          PICTURE X(2).
           05 LpDeriva        PICTURE X(16).

      ******Pagination ******
       01  LiniesPerPagina    PICTURE 99 VALUE 60.
       01  LiniaActual        PICTURE 99 VALUE 99.
       01  NumPagina          PICTURE 9(4) VALUE 0.
       01  NumPaginaEd        PICTURE ZZZ9.
       01  DataAvui           PICTURE 9(8).
       01  FILLER REDEFINES DataAvui.
           05 DataAny         PICTURE 9(4).
           05 DataMes         PICTURE 99.
           05 DataDia         PICTURE 99.
       01  ToleranciaEd       PICTURE ZZ9.
       01  FinestraEd         PICTURE Z9.
       01  CompteEd           PICTURE Z(5)9.
       01  LiniaTreball       PICTURE X(132).

       PROCEDURE DIVISION.

      *****************************************************************
      ************* START AND MAIN FLOW *******************************
      *****************************************************************
       MAIN-PROCEDURE.

           PERFORM Obtenir-Parametres
           ACCEPT DataAvui FROM DATE YYYYMMDD
           INITIALIZE TaulaPeriodes

           OPEN INPUT ExecucionsFile
           IF ExecucionsStatus NOT = '00' THEN
               DISPLAY 'No es pot obrir ' ExecucionsFileName
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL FiExecucions
             READ ExecucionsFile
                 AT END SET FiExecucions TO TRUE
                 NOT AT END PERFORM Processa-registre
             END-READ
           END-PERFORM
           CLOSE ExecucionsFile

           OPEN OUTPUT ReportFile
           PERFORM Escriu-parametres
           MOVE 1 TO iTipus
           PERFORM Escriu-seccio
           MOVE 2 TO iTipus
           PERFORM Escriu-seccio
           CLOSE ReportFile

           DISPLAY NumExecucions ' execucions de ' NumLlegits
                   ' registres, ' NumDerives ' periodes amb deriva'
           IF NumDesbordats > 0 THEN
               DISPLAY NumDesbordats ' execucions fora de la taula '
                       'de periodes'
           END-IF
           IF NumDerives > 0 OR NumDesbordats > 0
              OR NumExecucions = 0 THEN
               MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN.

      *****************************************************************
      ******* RUN PARAMETERS ******************************************
      *****************************************************************
      ***** ARGUMENTS: REGISTER, REPORT, START DATE RANGE (YYYYMMDD,
      ***** OPEN ENDS WHEN BLANK), DRIFT TOLERANCE IN PERCENT OF THE
      ***** TRAILING AVERAGE AND NUMBER OF PERIODS IN THAT AVERAGE
       Obtenir-Parametres.
           MOVE 1 TO ArgNum
           DISPLAY ArgNum UPON ARGUMENT-NUMBER
           ACCEPT ExecucionsFileName FROM ARGUMENT-VALUE
               ON EXCEPTION CONTINUE
           END-ACCEPT

           MOVE 2 TO ArgNum
           DISPLAY ArgNum UPON ARGUMENT-NUMBER
           ACCEPT ReportFileName FROM ARGUMENT-VALUE
               ON EXCEPTION CONTINUE
           END-ACCEPT

           MOVE 3 TO ArgNum
           DISPLAY ArgNum UPON ARGUMENT-NUMBER
           ACCEPT DataDesde FROM ARGUMENT-VALUE
               ON EXCEPTION CONTINUE
           END-ACCEPT

           MOVE 4 TO ArgNum
           DISPLAY ArgNum UPON ARGUMENT-NUMBER
           ACCEPT DataFins FROM ARGUMENT-VALUE
               ON EXCEPTION CONTINUE
           END-ACCEPT

           MOVE 5 TO ArgNum
           DISPLAY ArgNum UPON ARGUMENT-NUMBER
           ACCEPT ArgTolerancia FROM ARGUMENT-VALUE
               ON EXCEPTION CONTINUE
           END-ACCEPT
           IF ArgTolerancia NOT = 0 THEN
               MOVE ArgTolerancia TO Tolerancia
           END-IF

           MOVE 6 TO ArgNum
           DISPLAY ArgNum UPON ARGUMENT-NUMBER
           ACCEPT ArgFinestra FROM ARGUMENT-VALUE
               ON EXCEPTION CONTINUE
           END-ACCEPT
           IF ArgFinestra NOT = 0 THEN
               MOVE ArgFinestra TO Finestra
           END-IF.

      *****************************************************************
      ******* REGISTER READING AND PERIOD ACCUMULATION ****************
      *****************************************************************
      ***** A RUN RESUMED FROM ITS CHECKPOINT KEEPS THE RUN ID OF THE
      ***** FIRST ATTEMPT, SO AN ID OLDER THAN ITS OWN START TIME MARKS
      ***** A RESTART. RUNS ARE PLACED BY THE DATE THEY STARTED
       Processa-registre.
           ADD 1 TO NumLlegits
           MOVE SPACES TO RegIdExecucio RegInici
           MOVE 0 TO RegProblsSw RegProbls RegResolts RegCataleg
                     RegTemps
           MOVE 999 TO RegRc
           MOVE 1 TO PosLinia
           MOVE 0 TO NumCamp
           PERFORM UNTIL PosLinia > 500
             MOVE SPACES TO CampWk
             UNSTRING ExecucionsLinea DELIMITED BY ';'
                 INTO CampWk
                 WITH POINTER PosLinia
             END-UNSTRING
             ADD 1 TO NumCamp
             PERFORM Processa-camp
           END-PERFORM

           IF NOT RegAmbProbls OR RegInici(1:8) IS NOT NUMERIC THEN
               EXIT PARAGRAPH
           END-IF
           IF DataDesde NOT = SPACES AND RegInici(1:8) < DataDesde THEN
               EXIT PARAGRAPH
           END-IF
           IF DataFins NOT = SPACES AND RegInici(1:8) > DataFins THEN
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO NumExecucions

           EVALUATE RegRc
             WHEN 0     MOVE 1 TO iRc
             WHEN 4     MOVE 2 TO iRc
             WHEN 8     MOVE 3 TO iRc
             WHEN 12    MOVE 4 TO iRc
             WHEN 16    MOVE 5 TO iRc
             WHEN OTHER MOVE 6 TO iRc
           END-EVALUATE

           MOVE RegInici(1:8) TO DataCalcul
           PERFORM Calcula-dia-julia
           DIVIDE DiaJulia BY 7 GIVING DjK REMAINDER DiaSetmana
           SUBTRACT DiaSetmana FROM DiaJulia
           PERFORM Calcula-data-de-dia
           MOVE 1 TO iTipus
           MOVE DataCalcul TO ClauPeriode
           PERFORM Acumula-periode

           MOVE 2 TO iTipus
           MOVE SPACES TO ClauPeriode
           MOVE RegInici(1:6) TO ClauPeriode
           PERFORM Acumula-periode.

       Processa-camp.
           EVALUATE NumCamp
             WHEN 1
               MOVE CampWk TO RegIdExecucio
             WHEN 2
               MOVE CampWk TO RegInici
             WHEN 3 THRU 5
               CONTINUE
             WHEN OTHER
               MOVE SPACES TO ClauCamp
               MOVE SPACES TO ValorCamp
               UNSTRING CampWk DELIMITED BY '='
                   INTO ClauCamp ValorCamp
               END-UNSTRING
               PERFORM Converteix-valor-numeric
               EVALUATE ClauCamp
                 WHEN 'PROBLS'
                   SET RegAmbProbls TO TRUE
                   MOVE ValorNum TO RegProbls
                 WHEN 'RESOLTS'
                   MOVE ValorNum TO RegResolts
                 WHEN 'CATALEG'
                   MOVE ValorNum TO RegCataleg
                 WHEN 'TEMPSMS'
                   MOVE ValorNum TO RegTemps
                 WHEN 'RC'
                   MOVE ValorNum TO RegRc
                 WHEN OTHER
                   CONTINUE
               END-EVALUATE
           END-EVALUATE.

       Converteix-valor-numeric.
           MOVE 0 TO ValorNum
           PERFORM VARYING iValor FROM 1 BY 1
                   UNTIL iValor > 12
                   OR ValorCamp(iValor:1) < '0'
                   OR ValorCamp(iValor:1) > '9'
             MOVE ValorCamp(iValor:1) TO DigValor
             COMPUTE ValorNum = ValorNum * 10 + DigValor
           END-PERFORM.

      ***** THE PERIOD TABLE STAYS IN KEY ORDER: A NEW PERIOD IS
      ***** INSERTED IN ITS PLACE, SHIFTING THE LATER ONES UP
       Acumula-periode.
           MOVE 0 TO TrobatSw
           PERFORM VARYING iPer FROM 1 BY 1
                   UNTIL iPer > NumPeriodes(iTipus)
                   OR PerClau(iTipus, iPer) >= ClauPeriode
             CONTINUE
           END-PERFORM
           IF iPer <= NumPeriodes(iTipus) THEN
               IF PerClau(iTipus, iPer) = ClauPeriode THEN
                   SET Trobat TO TRUE
               END-IF
           END-IF

           IF NOT Trobat THEN
               IF NumPeriodes(iTipus) >= MaxPeriodes THEN
                   ADD 1 TO NumDesbordats
                   EXIT PARAGRAPH
               END-IF
               PERFORM VARYING jPer FROM NumPeriodes(iTipus) BY -1
                       UNTIL jPer < iPer
                 MOVE Periode(iTipus, jPer) TO Periode(iTipus, jPer + 1)
               END-PERFORM
               ADD 1 TO NumPeriodes(iTipus)
               INITIALIZE Periode(iTipus, iPer)
               MOVE ClauPeriode TO PerClau(iTipus, iPer)
           END-IF

           ADD 1 TO PerExec(iTipus, iPer)
           IF RegIdExecucio NOT = RegInici THEN
               ADD 1 TO PerReinicis(iTipus, iPer)
           END-IF
           ADD RegProbls TO PerProbls(iTipus, iPer)
           ADD RegResolts TO PerResolts(iTipus, iPer)
           ADD RegCataleg TO PerCataleg(iTipus, iPer)
           ADD RegTemps TO PerTemps(iTipus, iPer)
           ADD 1 TO PerRc(iTipus, iPer, iRc).

      ***** EACH DIVISION IS STORED SEPARATELY SO IT TRUNCATES BEFORE
      ***** ENTERING THE SUM, AS THE DAY-NUMBER FORMULA REQUIRES
       Calcula-dia-julia.
           COMPUTE DjTmp = (14 - CalMes) / 12
           COMPUTE DjAny2 = CalAny + 4800 - DjTmp
           COMPUTE DjMes2 = CalMes + 12 * DjTmp - 3
           COMPUTE DjT1 = (153 * DjMes2 + 2) / 5
           COMPUTE DjT2 = DjAny2 / 4
           COMPUTE DjT3 = DjAny2 / 100
           COMPUTE DjT4 = DjAny2 / 400
           COMPUTE DiaJulia = CalDia + DjT1 + 365 * DjAny2
                              + DjT2 - DjT3 + DjT4 - 32045.

      ***** THE INVERSE OF THE DAY NUMBER, SAME TRUNCATION RULE
       Calcula-data-de-dia.
           COMPUTE DjL = DiaJulia + 68569
           COMPUTE DjN = (4 * DjL) / 146097
           COMPUTE DjK = (146097 * DjN + 3) / 4
           SUBTRACT DjK FROM DjL
           COMPUTE DjI = (4000 * (DjL + 1)) / 1461001
           COMPUTE DjK = (1461 * DjI) / 4
           COMPUTE DjL = DjL - DjK + 31
           COMPUTE DjJ = (80 * DjL) / 2447
           COMPUTE DjK = (2447 * DjJ) / 80
           COMPUTE CalDia = DjL - DjK
           COMPUTE DjK = DjJ / 11
           COMPUTE CalMes = DjJ + 2 - 12 * DjK
           COMPUTE CalAny = 100 * (DjN - 49) + DjI + DjK.

      *****************************************************************
      ******* REPORT SECTIONS *****************************************
      *****************************************************************
       Escriu-parametres.
           MOVE Tolerancia TO ToleranciaEd
           MOVE Finestra TO FinestraEd
           MOVE SPACES TO LiniaTreball
           STRING 'Registre ' DELIMITED BY SIZE
                  ExecucionsFileName DELIMITED BY SPACE
                  '   dates ' DataDesde ' a ' DataFins
                  DELIMITED BY SIZE
                  INTO LiniaTreball
           END-STRING
           PERFORM Escriu-linia-report
           MOVE SPACES TO LiniaTreball
           STRING 'Deriva: tolerancia ' ToleranciaEd
                  ' % sobre la mitjana dels ' FinestraEd
                  ' periodes anteriors'
                  DELIMITED BY SIZE INTO LiniaTreball
           END-STRING
           PERFORM Escriu-linia-report
           MOVE SPACES TO LiniaTreball
           PERFORM Escriu-linia-report.

      ***** ONE SECTION PER PERIOD TYPE; EACH SECTION STARTS A PAGE
       Escriu-seccio.
           MOVE 99 TO LiniaActual
           MOVE SPACES TO LiniaTreball
           IF iTipus = 1 THEN
               MOVE 'TENDENCIA PER SETMANA (inici dilluns)'
                 TO LiniaTreball
           ELSE
               MOVE 'TENDENCIA PER MES' TO LiniaTreball
           END-IF
           PERFORM Escriu-linia-report
           MOVE SPACES TO LiniaTreball
           PERFORM Escriu-linia-report
           MOVE SPACES TO LiniaTreball
           STRING 'PERIODE     EXEC REINI PROBLEMES %RESOL %CATAL'
                  '  MS/PROBL   RC0   RC4   RC8  RC12  RC16 ALTRE'
                  '  DERIVA'
                  DELIMITED BY SIZE INTO LiniaTreball
           END-STRING
           PERFORM Escriu-linia-report
           MOVE SPACES TO LiniaTreball
           MOVE ALL '-' TO LiniaTreball(1:110)
           PERFORM Escriu-linia-report

           PERFORM VARYING iPer FROM 1 BY 1
                   UNTIL iPer > NumPeriodes(iTipus)
             PERFORM Calcula-taxes-periode
             PERFORM Comprova-deriva
             PERFORM Escriu-linia-periode
           END-PERFORM

           IF NumPeriodes(iTipus) = 0 THEN
               MOVE '  (cap execucio)' TO LiniaTreball
               PERFORM Escriu-linia-report
           END-IF.

       Calcula-taxes-periode.
           IF PerProbls(iTipus, iPer) > 0 THEN
               COMPUTE PerTaxaRes(iTipus, iPer) ROUNDED =
                       PerResolts(iTipus, iPer) * 100
                       / PerProbls(iTipus, iPer)
               COMPUTE PerMsProbl(iTipus, iPer) ROUNDED =
                       PerTemps(iTipus, iPer) / PerProbls(iTipus, iPer)
               COMPUTE TaxaCatWk ROUNDED =
                       PerCataleg(iTipus, iPer) * 100
                       / PerProbls(iTipus, iPer)
           ELSE
               MOVE 0 TO PerTaxaRes(iTipus, iPer)
               MOVE 0 TO PerMsProbl(iTipus, iPer)
               MOVE 0 TO TaxaCatWk
           END-IF.

      ***** THE TRAILING AVERAGE TAKES THE LAST Finestra PERIODS BEFORE
      ***** THIS ONE THAT PROCESSED ANY PUZZLE; A PERIOD DRIFTS WHEN ITS
      ***** RATE OR TIME IS FURTHER FROM THAT AVERAGE THAN Tolerancia
      ***** PER CENT OF IT. NO HISTORY, NO FLAG
       Comprova-deriva.
           MOVE SPACES TO Deriva
           IF PerProbls(iTipus, iPer) = 0 THEN
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO NumPrevis SumaTaxaRes SumaMsProbl
           PERFORM VARYING jPer FROM iPer BY -1
                   UNTIL jPer <= 1 OR NumPrevis >= Finestra
             IF PerProbls(iTipus, jPer - 1) > 0 THEN
                 ADD 1 TO NumPrevis
                 ADD PerTaxaRes(iTipus, jPer - 1) TO SumaTaxaRes
                 ADD PerMsProbl(iTipus, jPer - 1) TO SumaMsProbl
             END-IF
           END-PERFORM
           IF NumPrevis = 0 THEN
               EXIT PARAGRAPH
           END-IF
           COMPUTE MitjanaTaxaRes ROUNDED = SumaTaxaRes / NumPrevis
           COMPUTE MitjanaMsProbl ROUNDED = SumaMsProbl / NumPrevis
           MOVE 1 TO PosDeriva

           COMPUTE LimitWk = MitjanaTaxaRes * Tolerancia / 100
           IF PerTaxaRes(iTipus, iPer) > MitjanaTaxaRes THEN
               COMPUTE DesviacioWk =
                       PerTaxaRes(iTipus, iPer) - MitjanaTaxaRes
               IF DesviacioWk > LimitWk THEN
                   MOVE 'RESOL+' TO Deriva(PosDeriva:6)
                   ADD 7 TO PosDeriva
               END-IF
           ELSE
               COMPUTE DesviacioWk =
                       MitjanaTaxaRes - PerTaxaRes(iTipus, iPer)
               IF DesviacioWk > LimitWk THEN
                   MOVE 'RESOL-' TO Deriva(PosDeriva:6)
                   ADD 7 TO PosDeriva
               END-IF
           END-IF

           COMPUTE LimitWk = MitjanaMsProbl * Tolerancia / 100
           IF PerMsProbl(iTipus, iPer) > MitjanaMsProbl THEN
               COMPUTE DesviacioWk =
                       PerMsProbl(iTipus, iPer) - MitjanaMsProbl
               IF DesviacioWk > LimitWk THEN
                   MOVE 'TEMPS+' TO Deriva(PosDeriva:6)
                   ADD 7 TO PosDeriva
               END-IF
           ELSE
               COMPUTE DesviacioWk =
                       MitjanaMsProbl - PerMsProbl(iTipus, iPer)
               IF DesviacioWk > LimitWk THEN
                   MOVE 'TEMPS-' TO Deriva(PosDeriva:6)
                   ADD 7 TO PosDeriva
               END-IF
           END-IF

           IF Deriva NOT = SPACES THEN
               ADD 1 TO NumDerives
           END-IF.

       Escriu-linia-periode.
           MOVE SPACES TO LiniaPeriode
           IF iTipus = 1 THEN
               STRING PerClau(iTipus, iPer)(1:4) '-'
                      PerClau(iTipus, iPer)(5:2) '-'
                      PerClau(iTipus, iPer)(7:2)
                      DELIMITED BY SIZE INTO LpPeriode
               END-STRING
           ELSE
               STRING PerClau(iTipus, iPer)(1:4) '-'
                      PerClau(iTipus, iPer)(5:2)
                      DELIMITED BY SIZE INTO LpPeriode
               END-STRING
           END-IF
           MOVE PerExec(iTipus, iPer) TO LpExec
           MOVE PerReinicis(iTipus, iPer) TO LpReinicis
           MOVE PerProbls(iTipus, iPer) TO LpProbls
           MOVE PerTaxaRes(iTipus, iPer) TO LpTaxaRes
           MOVE TaxaCatWk TO LpTaxaCat
           MOVE PerMsProbl(iTipus, iPer) TO LpMsProbl
           PERFORM VARYING iRc FROM 1 BY 1 UNTIL iRc > 6
             MOVE PerRc(iTipus, iPer, iRc) TO LpRc(iRc)
           END-PERFORM
           MOVE Deriva TO LpDeriva
           MOVE LiniaPeriode TO LiniaTreball
           PERFORM Escriu-linia-report.

      *****************************************************************
      ******* REPORT PAGINATION ***************************************
      *****************************************************************
       Escriu-linia-report.
           IF LiniaActual >= LiniesPerPagina THEN
               PERFORM Escriu-capcalera-pagina
           END-IF
           MOVE LiniaTreball TO LiniaReport
           WRITE LiniaReport
           ADD 1 TO LiniaActual.

       Escriu-capcalera-pagina.
           ADD 1 TO NumPagina
           MOVE NumPagina TO NumPaginaEd
           MOVE SPACES TO LiniaReport
           STRING 'TENDENCIA D''OPERACIONS SUDOKU   '
                  DataAny '-' DataMes '-' DataDia
                  '   Pagina ' NumPaginaEd
                  INTO LiniaReport
           END-STRING
           WRITE LiniaReport
           MOVE ALL '=' TO LiniaReport
           WRITE LiniaReport
           MOVE SPACES TO LiniaReport
           WRITE LiniaReport
           MOVE 3 TO LiniaActual.
       END PROGRAM TENDENCIA.
