       IDENTIFICATION DIVISION.
       PROGRAM-ID. RUNNIGHTLYCHAIN.

      *    Programme compagnon de CREATEGROUPVARIABLES : enchaîne la
      *    chaîne de nuit complète d'après un fichier de définition
      *    unique (CHAIN-DEFINITION=, chain.txt par défaut), dans
      *    l'ordre CREATEGROUPVARIABLES, REVERSEGROUPVARIABLES,
      *    CREATETESTDATA, AUDITDATAFILE, COMPAREDATAFILES,
      *    MIGRATEDATAFILE, BUILDFIELDREGISTRY, RUNLOGHOUSEKEEPING.
      *    Les six premières étapes tournent copy par copy, chacune
      *    sur un manifeste de travail d'une ligne ; les deux
      *    dernières tournent une fois pour toutes les copys encore
      *    en course, sur un manifeste fait des lignes du générateur.
      *    Une étape terminée en ERROR écarte la copy des étapes
      *    suivantes (SKIPPED). Chaque étape achevée est consignée
      *    avec son code retour au fichier d'état de la chaîne
      *    (CHAIN-STATUS=) : une relance après échec reprend à
      *    l'étape échouée sans refaire ce qui est acquis. Le rapport
      *    de chaîne croise les copys (en ligne) et les étapes (en
      *    colonne) avec le statut et le code retour de chaque
      *    cellule ; le code retour du programme est le pire de la
      *    chaîne.
      *    Format du fichier de définition (une clef par ligne,
      *    étoile en tête pour un commentaire) :
      *      COPYBOOK=nom                ouvre la copy suivante ;
      *      CREATEGROUPVARIABLES=ligne  ligne du manifeste de
      *                                  l'étape pour cette copy, de
      *                                  même pour les cinq autres
      *                                  étapes copy par copy ;
      *      PROGRAM=ETAPE:commande      commande lancée pour une
      *                                  étape (défaut : le nom de
      *                                  l'étape).
      *    Une copy sans ligne pour une étape ne la passe pas ("-").

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

      *    Sélectionne le fichier de définition de la chaîne.
           SELECT CHAINFILE ASSIGN TO DYNAMIC WS-CHAIN-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CHAIN-STATUS.

      *    Sélectionne le fichier d'état de la chaîne : une ligne par
      *    étape achevée, relue au lancement pour reprendre une
      *    chaîne interrompue.
           SELECT STATUSFILE ASSIGN TO DYNAMIC WS-STATUS-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-STATUS.

      *    Sélectionne le rapport consolidé de la chaîne.
           SELECT REPORTFILE ASSIGN TO DYNAMIC WS-REPORT-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

      *    Sélectionne le manifeste de travail écrit pour chaque
      *    lancement d'étape.
           SELECT WORKMANIFEST ASSIGN TO DYNAMIC WS-WORK-MANIFEST
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WORK-MANIFEST-STATUS.

      *    Sélectionne le rapport de contrôle du lot écrit par le
      *    générateur pour la copy du lancement (fichier de travail).
           SELECT WORKBATCHFILE ASSIGN TO DYNAMIC WS-WORK-BATCH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WORK-BATCH-STATUS.

      *    Sélectionne le rapport de contrôle du lot de
      *    l'installation (BATCH-REPORT=), reconstitué par la chaîne
      *    à partir des lancements du générateur copy par copy.
           SELECT BATCHFILE ASSIGN TO DYNAMIC WS-BATCH-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BATCH-STATUS.

      *    Sélectionne le journal d'exécution (piste d'audit), partagé
      *    avec le générateur.
           SELECT RUNLOGFILE ASSIGN TO DYNAMIC WS-RUNLOG-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNLOG-STATUS.

      *    Sélectionne la carte de contrôle commune aux programmes
      *    de la chaîne : des lignes CLEF=VALEUR qui fixent chemins
      *    et réglages par exécution, les valeurs compilées servant
      *    de défaut quand la carte est absente. Pour chaque
      *    lancement d'étape, la chaîne la réécrit : la carte de
      *    l'installation, suivie des clefs qui dirigent le
      *    programme lancé vers le manifeste de travail.
           SELECT CONTROLFILE ASSIGN TO "controlcard.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONTROL-STATUS.

      *    Sélectionne la copie de sauvegarde de la carte de
      *    l'installation, tenue le temps de la chaîne ; trouvée au
      *    lancement, elle signale une chaîne interrompue et la
      *    carte est d'abord remise en place.
           SELECT SAVEDCARDFILE ASSIGN TO "controlcard.sav"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SAVED-CARD-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD CHAINFILE.

      *    Définit la structure d'une ligne du fichier de définition.
       01 CHAINRECORD PIC X(200).

       FD STATUSFILE.
      *    Définit la structure d'une ligne du fichier d'état :
      *    "AAAAMMJJ HHMMSS copy ETAPE STATUT RC=nnnn", ou
      *    "AAAAMMJJ HHMMSS *CHAIN COMPLETE|INCOMPLETE RC=nnnn" en fin
      *    de passage.
       01 STATUSRECORD PIC X(200).

       FD REPORTFILE.
      *    Définit la structure d'une ligne du rapport de chaîne.
       01 REPORTRECORD PIC X(200).

       FD WORKMANIFEST.
      *    Définit la structure d'une ligne du manifeste de travail.
       01 WORKMANIFESTRECORD PIC X(200).

       FD WORKBATCHFILE.
      *    Définit la structure d'une ligne du rapport de contrôle du
      *    lot de travail.
       01 WORKBATCHRECORD PIC X(200).

       FD BATCHFILE.
      *    Définit la structure d'une ligne du rapport de contrôle du
      *    lot de l'installation.
       01 BATCHRECORD PIC X(200).

       FD RUNLOGFILE.
      *    Définit la structure d'une ligne du journal d'exécution.
       01 RUNLOGRECORD PIC X(200).

       FD CONTROLFILE.
      *    Définit la structure d'une ligne de la carte de contrôle.
       01 CONTROLRECORD PIC X(200).

       FD SAVEDCARDFILE.
      *    Définit la structure d'une ligne de la carte sauvegardée.
       01 SAVEDCARDRECORD PIC X(200).

       WORKING-STORAGE SECTION.

      *    Indicateurs de fin de fichier.
       01 WS-CHAIN-EOF PIC X VALUE 'N'.
       01 WS-STATUS-EOF PIC X VALUE 'N'.
       01 WS-SAVED-CARD-EOF PIC X VALUE 'N'.
       01 WS-WORK-BATCH-EOF PIC X VALUE 'N'.

      *    Chemins des fichiers, réglables par la carte de contrôle.
      *    Le manifeste et le rapport de lot de travail portent le
      *    nom du fichier d'état suivi de .mft et .bat.
       01 WS-CHAIN-FILENAME PIC X(100) VALUE 'chain.txt'.
       01 WS-CHAIN-STATUS PIC XX VALUE SPACES.
       01 WS-STATUS-FILENAME PIC X(100) VALUE 'chainstatus.txt'.
       01 WS-STATUS-STATUS PIC XX VALUE SPACES.
       01 WS-REPORT-FILENAME PIC X(100) VALUE 'chainreport.txt'.
       01 WS-REPORT-STATUS PIC XX VALUE SPACES.
       01 WS-WORK-MANIFEST PIC X(110) VALUE SPACES.
       01 WS-WORK-MANIFEST-STATUS PIC XX VALUE SPACES.
       01 WS-WORK-BATCH PIC X(110) VALUE SPACES.
       01 WS-WORK-BATCH-STATUS PIC XX VALUE SPACES.
       01 WS-BATCH-FILENAME PIC X(110) VALUE 'batchcontrol.txt'.
       01 WS-BATCH-STATUS PIC XX VALUE SPACES.
       01 WS-RUNLOG-FILENAME PIC X(100) VALUE 'runlog.txt'.
       01 WS-RUNLOG-STATUS PIC XX VALUE SPACES.
       01 WS-SAVED-CARD-STATUS PIC XX VALUE SPACES.
       01 WS-DELETE-FILENAME PIC X(110) VALUE SPACES.

      *    Carte de contrôle controlcard.txt : clefs reconnues ici
      *    RUNLOG=, BATCH-REPORT=, CHAIN-DEFINITION=, CHAIN-STATUS=,
      *    CHAIN-REPORT= et CHAIN-RESTART= (NO pour repartir de zéro
      *    en ignorant l'état d'une chaîne interrompue ; YES par
      *    défaut) ; les clefs des autres programmes de la chaîne
      *    sont ignorées sans bruit, et transmises telles quelles aux
      *    programmes lancés.
       01 WS-CONTROL-STATUS PIC XX VALUE SPACES.
       01 WS-CONTROL-EOF PIC X VALUE 'N'.
       01 WS-CONTROL-KEY PIC X(30) VALUE SPACES.
       01 WS-CONTROL-VALUE PIC X(150) VALUE SPACES.
       01 WS-CONTROL-EQ-POS PIC 999 VALUE ZERO.
       01 WS-RESTART-ALLOWED PIC X VALUE 'Y'.
       01 WS-CARD-PRESENT PIC X VALUE 'N'.

      *    Étapes de la chaîne, dans l'ordre : nom (celui du
      *    programme), clef de carte du manifeste du programme,
      *    en-tête de colonne du rapport et portée (C copy par copy,
      *    R une fois pour la chaîne).
       01 WS-STEP-DEFAULTS.
           05 FILLER.
               10 FILLER PIC X(24) VALUE 'CREATEGROUPVARIABLES'.
               10 FILLER PIC X(20) VALUE 'MANIFEST'.
               10 FILLER PIC X(10) VALUE 'GENERATE'.
               10 FILLER PIC X VALUE 'C'.
           05 FILLER.
               10 FILLER PIC X(24) VALUE 'REVERSEGROUPVARIABLES'.
               10 FILLER PIC X(20) VALUE 'REVERSE-MANIFEST'.
               10 FILLER PIC X(10) VALUE 'REVERSE'.
               10 FILLER PIC X VALUE 'C'.
           05 FILLER.
               10 FILLER PIC X(24) VALUE 'CREATETESTDATA'.
               10 FILLER PIC X(20) VALUE 'TESTDATA-MANIFEST'.
               10 FILLER PIC X(10) VALUE 'TESTDATA'.
               10 FILLER PIC X VALUE 'C'.
           05 FILLER.
               10 FILLER PIC X(24) VALUE 'AUDITDATAFILE'.
               10 FILLER PIC X(20) VALUE 'AUDIT-MANIFEST'.
               10 FILLER PIC X(10) VALUE 'AUDIT'.
               10 FILLER PIC X VALUE 'C'.
           05 FILLER.
               10 FILLER PIC X(24) VALUE 'COMPAREDATAFILES'.
               10 FILLER PIC X(20) VALUE 'COMPARE-MANIFEST'.
               10 FILLER PIC X(10) VALUE 'COMPARE'.
               10 FILLER PIC X VALUE 'C'.
           05 FILLER.
               10 FILLER PIC X(24) VALUE 'MIGRATEDATAFILE'.
               10 FILLER PIC X(20) VALUE 'MIGRATE-MANIFEST'.
               10 FILLER PIC X(10) VALUE 'MIGRATE'.
               10 FILLER PIC X VALUE 'C'.
           05 FILLER.
               10 FILLER PIC X(24) VALUE 'BUILDFIELDREGISTRY'.
               10 FILLER PIC X(20) VALUE 'MANIFEST'.
               10 FILLER PIC X(10) VALUE 'REGISTRY'.
               10 FILLER PIC X VALUE 'R'.
           05 FILLER.
               10 FILLER PIC X(24) VALUE 'RUNLOGHOUSEKEEPING'.
               10 FILLER PIC X(20) VALUE 'MANIFEST'.
               10 FILLER PIC X(10) VALUE 'HOUSEKEEP'.
               10 FILLER PIC X VALUE 'R'.
       01 WS-STEP-LIST REDEFINES WS-STEP-DEFAULTS.
           05 WS-STEP OCCURS 8 TIMES.
               10 WS-STEP-NAME PIC X(24).
               10 WS-STEP-KEY PIC X(20).
               10 WS-STEP-HEADER PIC X(10).
               10 WS-STEP-SCOPE PIC X.
       01 WS-STEP-COMMAND-TABLE.
           05 WS-STEP-COMMAND OCCURS 8 TIMES PIC X(150).
       01 WS-STEP-IDX PIC 9 VALUE ZERO.
       01 WS-STEP-FOUND PIC 9 VALUE ZERO.
       01 WS-PRIOR-IDX PIC 9 VALUE ZERO.

      *    Copys de la chaîne : nom, ligne de manifeste de chacune des
      *    six étapes copy par copy (celle du générateur sert aussi
      *    aux deux étapes de chaîne), et cellule de chaque étape :
      *    statut (OK, WARNING, ERROR, SKIPPED, blanc si l'étape
      *    n'est pas passée), code retour, et indicateur d'inclusion
      *    dans le lancement en cours d'une étape de chaîne.
       01 WS-CB-COUNT PIC 999 VALUE ZERO.
       01 WS-CB-TABLE.
           05 WS-CB-ENTRY OCCURS 100 TIMES.
               10 WS-CB-NAME PIC X(30).
               10 WS-CB-LINE OCCURS 6 TIMES PIC X(150).
               10 WS-CB-CELL OCCURS 8 TIMES.
                   15 WS-CB-STATUS PIC X(8).
                   15 WS-CB-RC PIC 9(4).
                   15 WS-CB-INCLUDED PIC X.
       01 WS-CB-IDX PIC 999 VALUE ZERO.
       01 WS-CB-CURRENT PIC 999 VALUE ZERO.
       01 WS-CB-FOUND PIC 999 VALUE ZERO.
       01 WS-CB-FULL-WARNED PIC X VALUE 'N'.
       01 WS-CB-LOOKUP PIC X(30) VALUE SPACES.

      *    Décision pour la cellule courante : N étape non prévue
      *    pour la copy, S écartée par une erreur antérieure, D déjà
      *    acquise (reprise), R à lancer.
       01 WS-CELL-ACTION PIC X VALUE SPACE.
       01 WS-CELL-LINE PIC X(150) VALUE SPACES.
       01 WS-WIDE-NEEDED PIC X VALUE 'N'.

      *    Lancement d'une étape : commande, code retour brut du
      *    système (statut d'attente, code de sortie fois 256) et
      *    code retour du programme, statut déduit.
       01 WS-COMMAND PIC X(150) VALUE SPACES.
       01 WS-SYSTEM-RC PIC S9(9) VALUE ZERO.
       01 WS-STEP-RC PIC 9(4) VALUE ZERO.
       01 WS-STEP-STATUS PIC X(8) VALUE SPACES.
       01 WS-BATCH-SEVERITY PIC X(30) VALUE SPACES.
       01 WS-BATCH-PAIR PIC X(200) VALUE SPACES.

      *    Découpe d'une ligne du fichier de définition ou du fichier
      *    d'état.
       01 WS-DEF-KEY PIC X(30) VALUE SPACES.
       01 WS-DEF-VALUE PIC X(170) VALUE SPACES.
       01 WS-DEF-EQ-POS PIC 999 VALUE ZERO.
       01 WS-DEF-COLON-POS PIC 999 VALUE ZERO.
       01 WS-DEF-LINE-NUMBER PIC 9(4) VALUE ZERO.
       01 WS-STATUS-TOKENS.
           05 WS-STATUS-TOKEN OCCURS 6 TIMES PIC X(40).
       01 WS-RESTARTED PIC X VALUE 'N'.

      *    Horodatage et statistiques de l'exécution.
       01 WS-CURRENT-TIMESTAMP PIC X(21) VALUE SPACES.
       01 WS-RUN-COUNT PIC 9(4) VALUE ZERO.
       01 WS-RESUMED-COUNT PIC 9(4) VALUE ZERO.
       01 WS-SKIPPED-COUNT PIC 9(4) VALUE ZERO.
       01 WS-ERROR-COUNT PIC 9(4) VALUE ZERO.
       01 WS-WORST-RC PIC 9(4) VALUE ZERO.
       01 WS-CHAIN-COMPLETE PIC X VALUE 'Y'.
       01 WS-RUNLOG-LINE PIC X(200) VALUE SPACES.
       01 WS-REPORT-LINE PIC X(200) VALUE SPACES.
       01 WS-REPORT-POS PIC 999 VALUE ZERO.
       01 WS-CELL-TEXT PIC X(11) VALUE SPACES.
       01 WS-NUM-ED-1 PIC ZZZ9.

       PROCEDURE DIVISION.
       BEGIN.
      *    La carte de l'installation est mise de côté avant toute
      *    chose (ou remise en place si une chaîne précédente s'est
      *    interrompue en cours d'étape), puis lue pour les réglages
      *    de la chaîne. Les étapes sont lancées dans l'ordre, chacune
      *    pour toutes les copys avant la suivante.
           PERFORM PREPARE-CONTROL-CARD
           PERFORM READ-CONTROL-CARD
           MOVE SPACES TO WS-WORK-MANIFEST
           STRING FUNCTION TRIM(WS-STATUS-FILENAME) '.mft'
                  DELIMITED BY SIZE INTO WS-WORK-MANIFEST
           MOVE SPACES TO WS-WORK-BATCH
           STRING FUNCTION TRIM(WS-STATUS-FILENAME) '.bat'
                  DELIMITED BY SIZE INTO WS-WORK-BATCH

           PERFORM LOAD-CHAIN-DEFINITION
           IF WS-CB-COUNT = ZERO
               DISPLAY 'ERROR: NO COPYBOOK DEFINED IN CHAIN '
                   'DEFINITION ' FUNCTION TRIM(WS-CHAIN-FILENAME)
                   ' (STATUS ' WS-CHAIN-STATUS ') - NOTHING RUN'
               PERFORM RESTORE-CONTROL-CARD
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM LOAD-CHAIN-STATUS
           PERFORM OPEN-BATCH-REPORT

           MOVE 1 TO WS-STEP-IDX
           PERFORM UNTIL WS-STEP-IDX > 8
               IF WS-STEP-SCOPE(WS-STEP-IDX) = 'C'
                   MOVE 1 TO WS-CB-IDX
                   PERFORM UNTIL WS-CB-IDX > WS-CB-COUNT
                       PERFORM RUN-COPYBOOK-STEP
                       ADD 1 TO WS-CB-IDX
                   END-PERFORM
               ELSE
                   PERFORM RUN-CHAIN-WIDE-STEP
               END-IF
               ADD 1 TO WS-STEP-IDX
           END-PERFORM

           PERFORM RESTORE-CONTROL-CARD
           MOVE WS-WORK-MANIFEST TO WS-DELETE-FILENAME
           PERFORM DELETE-WORK-FILE
           MOVE WS-WORK-BATCH TO WS-DELETE-FILENAME
           PERFORM DELETE-WORK-FILE
           PERFORM SUMMARIZE-CHAIN
           PERFORM WRITE-CHAIN-END-MARKER
           PERFORM WRITE-CHAIN-REPORT
           PERFORM WRITE-RUNLOG-ENTRY
      *    Le code retour de la chaîne est le pire code retour de ses
      *    cellules, acquises lors d'un passage précédent comprises.
           MOVE WS-WORST-RC TO RETURN-CODE
           STOP RUN.

       PREPARE-CONTROL-CARD.
      *    Une carte sauvegardée trouvée au lancement est celle de
      *    l'installation, laissée par une chaîne interrompue : elle
      *    est remise en place. Sinon la carte courante est
      *    sauvegardée (vide si l'installation n'a pas de carte).
           OPEN INPUT SAVEDCARDFILE
           IF WS-SAVED-CARD-STATUS = '00'
               CLOSE SAVEDCARDFILE
               DISPLAY 'NOTE: CONTROL CARD RESTORED FROM '
                   'controlcard.sav LEFT BY AN INTERRUPTED CHAIN'
               MOVE 'Y' TO WS-CARD-PRESENT
               PERFORM WRITE-CARD-FROM-SAVED
               IF WS-CONTROL-STATUS = '00'
                   CLOSE CONTROLFILE
               END-IF
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT SAVEDCARDFILE
           IF WS-SAVED-CARD-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT CONTROLFILE
           IF WS-CONTROL-STATUS = '00'
               MOVE 'Y' TO WS-CARD-PRESENT
               MOVE 'N' TO WS-CONTROL-EOF
               PERFORM UNTIL WS-CONTROL-EOF = 'Y'
                   READ CONTROLFILE
                       AT END MOVE 'Y' TO WS-CONTROL-EOF
                       NOT AT END
                           MOVE CONTROLRECORD TO SAVEDCARDRECORD
                           WRITE SAVEDCARDRECORD
                   END-READ
               END-PERFORM
               CLOSE CONTROLFILE
           END-IF
           CLOSE SAVEDCARDFILE.

       WRITE-CARD-FROM-SAVED.
      *    Réécrit la carte de contrôle à partir de la carte
      *    sauvegardée, sans la fermer : l'appelant peut y ajouter
      *    ses clefs avant de la fermer.
           OPEN OUTPUT CONTROLFILE
           IF WS-CONTROL-STATUS NOT = '00'
               DISPLAY 'WARNING: CANNOT REWRITE CONTROL CARD '
                   '(STATUS ' WS-CONTROL-STATUS ')'
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT SAVEDCARDFILE
           IF WS-SAVED-CARD-STATUS = '00'
               MOVE 'N' TO WS-SAVED-CARD-EOF
               PERFORM UNTIL WS-SAVED-CARD-EOF = 'Y'
                   READ SAVEDCARDFILE
                       AT END MOVE 'Y' TO WS-SAVED-CARD-EOF
                       NOT AT END
                           MOVE SAVEDCARDRECORD TO CONTROLRECORD
                           WRITE CONTROLRECORD
                   END-READ
               END-PERFORM
               CLOSE SAVEDCARDFILE
           END-IF.

       RESTORE-CONTROL-CARD.
      *    Remet la carte de l'installation en place (ou la retire si
      *    l'installation n'en avait pas) et supprime la sauvegarde.
           IF WS-CARD-PRESENT = 'Y'
               PERFORM WRITE-CARD-FROM-SAVED
               IF WS-CONTROL-STATUS = '00'
                   CLOSE CONTROLFILE
               END-IF
           ELSE
               MOVE 'controlcard.txt' TO WS-DELETE-FILENAME
               PERFORM DELETE-WORK-FILE
           END-IF
           MOVE 'controlcard.sav' TO WS-DELETE-FILENAME
           PERFORM DELETE-WORK-FILE.

       DELETE-WORK-FILE.
      *    Supprime WS-DELETE-FILENAME via la routine CBL_DELETE_FILE ;
      *    un fichier absent n'est pas une erreur. Le code retour de
      *    la routine est remis à zéro pour ne pas teinter celui du
      *    programme.
           CALL 'CBL_DELETE_FILE' USING WS-DELETE-FILENAME
           MOVE ZERO TO RETURN-CODE.

       READ-CONTROL-CARD.
      *    Lit la carte de contrôle commune si elle existe ; sans
      *    carte, les valeurs compilées restent en place.
           OPEN INPUT CONTROLFILE
           IF WS-CONTROL-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-CONTROL-EOF
           PERFORM UNTIL WS-CONTROL-EOF = 'Y'
               READ CONTROLFILE
                   AT END MOVE 'Y' TO WS-CONTROL-EOF
                   NOT AT END PERFORM APPLY-CONTROL-OPTION
               END-READ
           END-PERFORM
           CLOSE CONTROLFILE.

       PARSE-CONTROL-OPTION.
      *    Découpe la ligne de carte courante en CLEF=VALEUR ; les
      *    lignes vides et les commentaires (étoile en tête) laissent
      *    la clef vide.
           MOVE SPACES TO WS-CONTROL-KEY
           MOVE SPACES TO WS-CONTROL-VALUE
           IF CONTROLRECORD = SPACES OR CONTROLRECORD(1:1) = '*'
               EXIT PARAGRAPH
           END-IF
           MOVE 1 TO WS-CONTROL-EQ-POS
           PERFORM UNTIL WS-CONTROL-EQ-POS >
                       FUNCTION LENGTH(CONTROLRECORD)
                   OR CONTROLRECORD(WS-CONTROL-EQ-POS:1) = '='
               ADD 1 TO WS-CONTROL-EQ-POS
           END-PERFORM
           IF WS-CONTROL-EQ-POS <= 1
                   OR WS-CONTROL-EQ-POS >=
                       FUNCTION LENGTH(CONTROLRECORD)
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(
               CONTROLRECORD(1:WS-CONTROL-EQ-POS - 1)))
               TO WS-CONTROL-KEY
           MOVE FUNCTION TRIM(
               CONTROLRECORD(WS-CONTROL-EQ-POS + 1:
                     FUNCTION LENGTH(CONTROLRECORD) -
                     WS-CONTROL-EQ-POS)) TO WS-CONTROL-VALUE.

       APPLY-CONTROL-OPTION.
      *    Applique la ligne de carte courante aux réglages de ce
      *    programme ; les clefs inconnues sont celles des autres
      *    programmes de la chaîne et sont ignorées sans bruit.
           PERFORM PARSE-CONTROL-OPTION
           IF WS-CONTROL-KEY = SPACES OR WS-CONTROL-VALUE = SPACES
               EXIT PARAGRAPH
           END-IF
           EVALUATE WS-CONTROL-KEY
               WHEN 'RUNLOG'
                   MOVE WS-CONTROL-VALUE(1:100)
                       TO WS-RUNLOG-FILENAME
               WHEN 'BATCH-REPORT'
                   MOVE WS-CONTROL-VALUE(1:110)
                       TO WS-BATCH-FILENAME
               WHEN 'CHAIN-DEFINITION'
                   MOVE WS-CONTROL-VALUE(1:100)
                       TO WS-CHAIN-FILENAME
               WHEN 'CHAIN-STATUS'
                   MOVE WS-CONTROL-VALUE(1:100)
                       TO WS-STATUS-FILENAME
               WHEN 'CHAIN-REPORT'
                   MOVE WS-CONTROL-VALUE(1:100)
                       TO WS-REPORT-FILENAME
               WHEN 'CHAIN-RESTART'
                   EVALUATE FUNCTION UPPER-CASE(WS-CONTROL-VALUE)
                       WHEN 'YES'
                           MOVE 'Y' TO WS-RESTART-ALLOWED
                       WHEN 'NO'
                           MOVE 'N' TO WS-RESTART-ALLOWED
                       WHEN OTHER
                           DISPLAY 'WARNING: INVALID VALUE FOR '
                               'CONTROL CARD KEY CHAIN-RESTART: "'
                               FUNCTION TRIM(WS-CONTROL-VALUE)
                               '" - COMPILED DEFAULT KEPT'
                   END-EVALUATE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       LOAD-CHAIN-DEFINITION.
      *    Lit le fichier de définition : les copys, leurs lignes de
      *    manifeste par étape et les commandes des étapes.
           MOVE 1 TO WS-STEP-IDX
           PERFORM UNTIL WS-STEP-IDX > 8
               MOVE WS-STEP-NAME(WS-STEP-IDX)
                   TO WS-STEP-COMMAND(WS-STEP-IDX)
               ADD 1 TO WS-STEP-IDX
           END-PERFORM
           OPEN INPUT CHAINFILE
           IF WS-CHAIN-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           MOVE ZERO TO WS-CB-CURRENT
           MOVE ZERO TO WS-DEF-LINE-NUMBER
           MOVE 'N' TO WS-CHAIN-EOF
           PERFORM UNTIL WS-CHAIN-EOF = 'Y'
               READ CHAINFILE
                   AT END MOVE 'Y' TO WS-CHAIN-EOF
                   NOT AT END
                       ADD 1 TO WS-DEF-LINE-NUMBER
                       PERFORM APPLY-CHAIN-DEFINITION-LINE
               END-READ
           END-PERFORM
           CLOSE CHAINFILE.

       APPLY-CHAIN-DEFINITION-LINE.
      *    Découpe une ligne CLEF=VALEUR de la définition et la range ;
      *    une ligne illisible est signalée et ignorée.
           IF CHAINRECORD = SPACES OR CHAINRECORD(1:1) = '*'
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-DEF-KEY
           MOVE SPACES TO WS-DEF-VALUE
           MOVE 1 TO WS-DEF-EQ-POS
           PERFORM UNTIL WS-DEF-EQ-POS > FUNCTION LENGTH(CHAINRECORD)
                   OR CHAINRECORD(WS-DEF-EQ-POS:1) = '='
               ADD 1 TO WS-DEF-EQ-POS
           END-PERFORM
           IF WS-DEF-EQ-POS > 1
                   AND WS-DEF-EQ-POS < FUNCTION LENGTH(CHAINRECORD)
               MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(
                   CHAINRECORD(1:WS-DEF-EQ-POS - 1))) TO WS-DEF-KEY
               MOVE FUNCTION TRIM(
                   CHAINRECORD(WS-DEF-EQ-POS + 1:
                         FUNCTION LENGTH(CHAINRECORD) -
                         WS-DEF-EQ-POS)) TO WS-DEF-VALUE
           END-IF
           IF WS-DEF-KEY = SPACES OR WS-DEF-VALUE = SPACES
               PERFORM WARN-CHAIN-DEFINITION-LINE
               EXIT PARAGRAPH
           END-IF

           IF WS-DEF-KEY = 'COPYBOOK'
               PERFORM ADD-CHAIN-COPYBOOK
               EXIT PARAGRAPH
           END-IF
           IF WS-DEF-KEY = 'PROGRAM'
               PERFORM SET-STEP-COMMAND
               EXIT PARAGRAPH
           END-IF

           MOVE ZERO TO WS-STEP-FOUND
           MOVE 1 TO WS-STEP-IDX
           PERFORM UNTIL WS-STEP-IDX > 6 OR WS-STEP-FOUND > ZERO
               IF WS-STEP-NAME(WS-STEP-IDX) = WS-DEF-KEY
                   MOVE WS-STEP-IDX TO WS-STEP-FOUND
               END-IF
               ADD 1 TO WS-STEP-IDX
           END-PERFORM
           IF WS-STEP-FOUND = ZERO OR WS-CB-CURRENT = ZERO
               PERFORM WARN-CHAIN-DEFINITION-LINE
               EXIT PARAGRAPH
           END-IF
           MOVE WS-DEF-VALUE TO WS-CB-LINE(WS-CB-CURRENT,
                                           WS-STEP-FOUND).

       WARN-CHAIN-DEFINITION-LINE.
      *    Signale une ligne de définition ignorée : clef inconnue,
      *    ligne d'étape avant tout COPYBOOK=, ou étape de chaîne
      *    (REGISTRY, HOUSEKEEP) qui ne prend pas de ligne par copy.
           MOVE WS-DEF-LINE-NUMBER TO WS-NUM-ED-1
           DISPLAY 'WARNING: CHAIN DEFINITION LINE '
               FUNCTION TRIM(WS-NUM-ED-1) ' IGNORED: '
               FUNCTION TRIM(CHAINRECORD).

       ADD-CHAIN-COPYBOOK.
      *    Ouvre la copy nommée ; une copy déjà définie est complétée
      *    plutôt que dupliquée.
           MOVE WS-DEF-VALUE(1:30) TO WS-CB-LOOKUP
           PERFORM FIND-CHAIN-COPYBOOK
           IF WS-CB-FOUND > ZERO
               MOVE WS-CB-FOUND TO WS-CB-CURRENT
               EXIT PARAGRAPH
           END-IF
           IF WS-CB-COUNT >= 100
               IF WS-CB-FULL-WARNED = 'N'
                   DISPLAY 'WARNING: CHAIN COPYBOOK TABLE FULL (100)'
                       ' - FURTHER COPYBOOKS IGNORED'
                   MOVE 'Y' TO WS-CB-FULL-WARNED
               END-IF
               MOVE ZERO TO WS-CB-CURRENT
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-CB-COUNT
           MOVE WS-CB-COUNT TO WS-CB-CURRENT
           MOVE WS-CB-LOOKUP TO WS-CB-NAME(WS-CB-CURRENT)
           MOVE 1 TO WS-STEP-IDX
           PERFORM UNTIL WS-STEP-IDX > 8
               IF WS-STEP-IDX <= 6
                   MOVE SPACES
                       TO WS-CB-LINE(WS-CB-CURRENT, WS-STEP-IDX)
               END-IF
               MOVE SPACES TO WS-CB-STATUS(WS-CB-CURRENT, WS-STEP-IDX)
               MOVE ZERO TO WS-CB-RC(WS-CB-CURRENT, WS-STEP-IDX)
               MOVE 'N' TO WS-CB-INCLUDED(WS-CB-CURRENT, WS-STEP-IDX)
               ADD 1 TO WS-STEP-IDX
           END-PERFORM.

       FIND-CHAIN-COPYBOOK.
      *    Cherche la copy WS-CB-LOOKUP dans la table de la chaîne.
           MOVE ZERO TO WS-CB-FOUND
           MOVE 1 TO WS-CB-IDX
           PERFORM UNTIL WS-CB-IDX > WS-CB-COUNT
                   OR WS-CB-FOUND > ZERO
               IF WS-CB-NAME(WS-CB-IDX) = WS-CB-LOOKUP
                   MOVE WS-CB-IDX TO WS-CB-FOUND
               END-IF
               ADD 1 TO WS-CB-IDX
           END-PERFORM.

       SET-STEP-COMMAND.
      *    PROGRAM=ETAPE:commande fixe la commande lancée pour une
      *    étape de la chaîne.
           MOVE 1 TO WS-DEF-COLON-POS
           PERFORM UNTIL WS-DEF-COLON-POS >
                       FUNCTION LENGTH(WS-DEF-VALUE)
                   OR WS-DEF-VALUE(WS-DEF-COLON-POS:1) = ':'
               ADD 1 TO WS-DEF-COLON-POS
           END-PERFORM
           IF WS-DEF-COLON-POS <= 1
                   OR WS-DEF-COLON-POS >=
                       FUNCTION LENGTH(WS-DEF-VALUE)
               PERFORM WARN-CHAIN-DEFINITION-LINE
               EXIT PARAGRAPH
           END-IF
           MOVE ZERO TO WS-STEP-FOUND
           MOVE 1 TO WS-STEP-IDX
           PERFORM UNTIL WS-STEP-IDX > 8 OR WS-STEP-FOUND > ZERO
               IF WS-STEP-NAME(WS-STEP-IDX) = FUNCTION UPPER-CASE(
                       WS-DEF-VALUE(1:WS-DEF-COLON-POS - 1))
                   MOVE WS-STEP-IDX TO WS-STEP-FOUND
               END-IF
               ADD 1 TO WS-STEP-IDX
           END-PERFORM
           IF WS-STEP-FOUND = ZERO
                   OR WS-DEF-VALUE(WS-DEF-COLON-POS + 1:) = SPACES
               PERFORM WARN-CHAIN-DEFINITION-LINE
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION TRIM(WS-DEF-VALUE(WS-DEF-COLON-POS + 1:))
               TO WS-STEP-COMMAND(WS-STEP-FOUND).

       LOAD-CHAIN-STATUS.
      *    Relit le fichier d'état. Un passage achevé (ligne *CHAIN
      *    COMPLETE) efface ce qui précède : seule une chaîne
      *    restée incomplète est reprise. Sans reprise (fichier absent,
      *    chaîne achevée ou CHAIN-RESTART=NO), le fichier est vidé.
           MOVE 'N' TO WS-RESTARTED
           IF WS-RESTART-ALLOWED = 'Y'
               OPEN INPUT STATUSFILE
               IF WS-STATUS-STATUS = '00'
                   MOVE 'N' TO WS-STATUS-EOF
                   PERFORM UNTIL WS-STATUS-EOF = 'Y'
                       READ STATUSFILE
                           AT END MOVE 'Y' TO WS-STATUS-EOF
                           NOT AT END PERFORM APPLY-CHAIN-STATUS-LINE
                       END-READ
                   END-PERFORM
                   CLOSE STATUSFILE
               END-IF
           END-IF
           IF WS-RESTARTED = 'Y'
               DISPLAY 'NOTE: RESUMING INCOMPLETE CHAIN FROM '
                   FUNCTION TRIM(WS-STATUS-FILENAME)
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT STATUSFILE
           IF WS-STATUS-STATUS = '00'
               CLOSE STATUSFILE
           ELSE
               DISPLAY 'WARNING: CANNOT OPEN CHAIN STATUS FILE '
                   FUNCTION TRIM(WS-STATUS-FILENAME)
                   ' (STATUS ' WS-STATUS-STATUS ') - NO RESTART '
                   'POSSIBLE'
           END-IF.

       APPLY-CHAIN-STATUS-LINE.
      *    Reporte une ligne du fichier d'état dans la cellule de sa
      *    copy et de son étape ; les copys ou étapes inconnues de la
      *    définition courante sont ignorées.
           MOVE SPACES TO WS-STATUS-TOKENS
           UNSTRING STATUSRECORD DELIMITED BY ALL SPACES
               INTO WS-STATUS-TOKEN(1) WS-STATUS-TOKEN(2)
                    WS-STATUS-TOKEN(3) WS-STATUS-TOKEN(4)
                    WS-STATUS-TOKEN(5) WS-STATUS-TOKEN(6)
           IF WS-STATUS-TOKEN(3) = '*CHAIN'
               IF WS-STATUS-TOKEN(4) = 'COMPLETE'
                   PERFORM CLEAR-CHAIN-CELLS
               END-IF
               EXIT PARAGRAPH
           END-IF
           MOVE WS-STATUS-TOKEN(3) TO WS-CB-LOOKUP
           PERFORM FIND-CHAIN-COPYBOOK
           MOVE ZERO TO WS-STEP-FOUND
           MOVE 1 TO WS-STEP-IDX
           PERFORM UNTIL WS-STEP-IDX > 8 OR WS-STEP-FOUND > ZERO
               IF WS-STEP-NAME(WS-STEP-IDX) = WS-STATUS-TOKEN(4)
                   MOVE WS-STEP-IDX TO WS-STEP-FOUND
               END-IF
               ADD 1 TO WS-STEP-IDX
           END-PERFORM
           IF WS-CB-FOUND = ZERO OR WS-STEP-FOUND = ZERO
                   OR WS-STATUS-TOKEN(6)(1:3) NOT = 'RC='
                   OR WS-STATUS-TOKEN(6)(4:4) IS NOT NUMERIC
               EXIT PARAGRAPH
           END-IF
           MOVE WS-STATUS-TOKEN(5)
               TO WS-CB-STATUS(WS-CB-FOUND, WS-STEP-FOUND)
           MOVE WS-STATUS-TOKEN(6)(4:4)
               TO WS-CB-RC(WS-CB-FOUND, WS-STEP-FOUND)
           MOVE 'Y' TO WS-RESTARTED.

       CLEAR-CHAIN-CELLS.
      *    Remet à blanc toutes les cellules de la chaîne.
           MOVE 'N' TO WS-RESTARTED
           MOVE 1 TO WS-CB-IDX
           PERFORM UNTIL WS-CB-IDX > WS-CB-COUNT
               MOVE 1 TO WS-PRIOR-IDX
               PERFORM UNTIL WS-PRIOR-IDX > 8
                   MOVE SPACES TO WS-CB-STATUS(WS-CB-IDX, WS-PRIOR-IDX)
                   MOVE ZERO TO WS-CB-RC(WS-CB-IDX, WS-PRIOR-IDX)
                   ADD 1 TO WS-PRIOR-IDX
               END-PERFORM
               ADD 1 TO WS-CB-IDX
           END-PERFORM.

       OPEN-BATCH-REPORT.
      *    Le rapport de contrôle du lot de l'installation est
      *    recommencé par une chaîne neuve et complété par une
      *    reprise.
           IF WS-RESTARTED = 'Y'
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT BATCHFILE
           IF WS-BATCH-STATUS = '00'
               CLOSE BATCHFILE
           END-IF.

       DECIDE-CELL.
      *    Décide du sort de la cellule (WS-CB-IDX, WS-STEP-IDX) :
      *    étape non prévue pour la copy, copy écartée par une étape
      *    antérieure en ERROR (ou elle-même écartée), étape déjà
      *    acquise par un passage précédent, ou étape à lancer.
           MOVE SPACES TO WS-CELL-LINE
           IF WS-STEP-SCOPE(WS-STEP-IDX) = 'C'
               MOVE WS-CB-LINE(WS-CB-IDX, WS-STEP-IDX) TO WS-CELL-LINE
           ELSE
               MOVE WS-CB-LINE(WS-CB-IDX, 1) TO WS-CELL-LINE
           END-IF
           IF WS-CELL-LINE = SPACES
               MOVE 'N' TO WS-CELL-ACTION
               EXIT PARAGRAPH
           END-IF
           MOVE 'R' TO WS-CELL-ACTION
           MOVE 1 TO WS-PRIOR-IDX
           PERFORM UNTIL WS-PRIOR-IDX >= WS-STEP-IDX
               IF WS-CB-STATUS(WS-CB-IDX, WS-PRIOR-IDX) = 'ERROR'
                       OR WS-CB-STATUS(WS-CB-IDX, WS-PRIOR-IDX)
                           = 'SKIPPED'
                   MOVE 'S' TO WS-CELL-ACTION
               END-IF
               ADD 1 TO WS-PRIOR-IDX
           END-PERFORM
           IF WS-CELL-ACTION = 'S'
               MOVE 'SKIPPED' TO WS-CB-STATUS(WS-CB-IDX, WS-STEP-IDX)
               MOVE ZERO TO WS-CB-RC(WS-CB-IDX, WS-STEP-IDX)
               EXIT PARAGRAPH
           END-IF
           IF WS-CB-STATUS(WS-CB-IDX, WS-STEP-IDX) = 'OK'
                   OR WS-CB-STATUS(WS-CB-IDX, WS-STEP-IDX) = 'WARNING'
               MOVE 'D' TO WS-CELL-ACTION
           END-IF.

       RUN-COPYBOOK-STEP.
      *    Lance l'étape courante pour la copy courante, sur un
      *    manifeste de travail fait de sa seule ligne.
           PERFORM DECIDE-CELL
           EVALUATE WS-CELL-ACTION
               WHEN 'S'
                   DISPLAY 'SKIPPING '
                       FUNCTION TRIM(WS-STEP-NAME(WS-STEP-IDX))
                       ' FOR ' FUNCTION TRIM(WS-CB-NAME(WS-CB-IDX))
                       ': EARLIER STEP ENDED IN ERROR'
                   ADD 1 TO WS-SKIPPED-COUNT
               WHEN 'D'
                   ADD 1 TO WS-RESUMED-COUNT
               WHEN 'R'
                   OPEN OUTPUT WORKMANIFEST
                   IF WS-WORK-MANIFEST-STATUS = '00'
                       MOVE WS-CELL-LINE TO WORKMANIFESTRECORD
                       WRITE WORKMANIFESTRECORD
                       CLOSE WORKMANIFEST
                   END-IF
                   DISPLAY 'RUNNING '
                       FUNCTION TRIM(WS-STEP-NAME(WS-STEP-IDX))
                       ' FOR ' FUNCTION TRIM(WS-CB-NAME(WS-CB-IDX))
                   PERFORM INVOKE-STEP
                   MOVE WS-STEP-STATUS
                       TO WS-CB-STATUS(WS-CB-IDX, WS-STEP-IDX)
                   MOVE WS-STEP-RC TO WS-CB-RC(WS-CB-IDX, WS-STEP-IDX)
                   PERFORM RECORD-CHAIN-CELL
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       RUN-CHAIN-WIDE-STEP.
      *    Lance une fois l'étape de chaîne courante pour toutes les
      *    copys encore en course. Elle n'est relancée que si l'une
      *    d'elles ne l'a pas encore acquise ; le manifeste porte
      *    alors toutes les copys en course, le registre et le ménage
      *    portant sur l'ensemble.
           MOVE 'N' TO WS-WIDE-NEEDED
           MOVE 1 TO WS-CB-IDX
           PERFORM UNTIL WS-CB-IDX > WS-CB-COUNT
               MOVE 'N' TO WS-CB-INCLUDED(WS-CB-IDX, WS-STEP-IDX)
               PERFORM DECIDE-CELL
               EVALUATE WS-CELL-ACTION
                   WHEN 'S'
                       DISPLAY 'SKIPPING '
                           FUNCTION TRIM(WS-STEP-NAME(WS-STEP-IDX))
                           ' FOR '
                           FUNCTION TRIM(WS-CB-NAME(WS-CB-IDX))
                           ': EARLIER STEP ENDED IN ERROR'
                       ADD 1 TO WS-SKIPPED-COUNT
                   WHEN 'D'
                       MOVE 'Y'
                           TO WS-CB-INCLUDED(WS-CB-IDX, WS-STEP-IDX)
                   WHEN 'R'
                       MOVE 'Y'
                           TO WS-CB-INCLUDED(WS-CB-IDX, WS-STEP-IDX)
                       MOVE 'Y' TO WS-WIDE-NEEDED
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
               ADD 1 TO WS-CB-IDX
           END-PERFORM
           IF WS-WIDE-NEEDED = 'N'
               EXIT PARAGRAPH
           END-IF

           OPEN OUTPUT WORKMANIFEST
           IF WS-WORK-MANIFEST-STATUS = '00'
               MOVE 1 TO WS-CB-IDX
               PERFORM UNTIL WS-CB-IDX > WS-CB-COUNT
                   IF WS-CB-INCLUDED(WS-CB-IDX, WS-STEP-IDX) = 'Y'
                       MOVE WS-CB-LINE(WS-CB-IDX, 1)
                           TO WORKMANIFESTRECORD
                       WRITE WORKMANIFESTRECORD
                   END-IF
                   ADD 1 TO WS-CB-IDX
               END-PERFORM
               CLOSE WORKMANIFEST
           END-IF
           DISPLAY 'RUNNING ' FUNCTION TRIM(WS-STEP-NAME(WS-STEP-IDX))
           PERFORM INVOKE-STEP
           MOVE 1 TO WS-CB-IDX
           PERFORM UNTIL WS-CB-IDX > WS-CB-COUNT
               IF WS-CB-INCLUDED(WS-CB-IDX, WS-STEP-IDX) = 'Y'
                   MOVE WS-STEP-STATUS
                       TO WS-CB-STATUS(WS-CB-IDX, WS-STEP-IDX)
                   MOVE WS-STEP-RC TO WS-CB-RC(WS-CB-IDX, WS-STEP-IDX)
                   PERFORM RECORD-CHAIN-CELL
               END-IF
               ADD 1 TO WS-CB-IDX
           END-PERFORM.

       INVOKE-STEP.
      *    Réécrit la carte de contrôle pour diriger le programme de
      *    l'étape vers le manifeste de travail (et, pour le
      *    générateur, vers le rapport de lot de travail), lance sa
      *    commande et en déduit statut et code retour : pour le
      *    générateur, la sévérité du rapport de lot ; pour les
      *    autres, 0 OK, moins de 8 WARNING, 8 et au-delà ERROR.
           IF WS-STEP-IDX = 1
               MOVE WS-WORK-BATCH TO WS-DELETE-FILENAME
               PERFORM DELETE-WORK-FILE
           END-IF
           PERFORM WRITE-CARD-FROM-SAVED
           IF WS-CONTROL-STATUS = '00'
               MOVE SPACES TO CONTROLRECORD
               STRING FUNCTION TRIM(WS-STEP-KEY(WS-STEP-IDX)) '='
                      FUNCTION TRIM(WS-WORK-MANIFEST)
                      DELIMITED BY SIZE INTO CONTROLRECORD
               WRITE CONTROLRECORD
               IF WS-STEP-IDX = 1
                   MOVE SPACES TO CONTROLRECORD
                   STRING 'BATCH-REPORT='
                          FUNCTION TRIM(WS-WORK-BATCH)
                          DELIMITED BY SIZE INTO CONTROLRECORD
                   WRITE CONTROLRECORD
               END-IF
               CLOSE CONTROLFILE
           END-IF

           MOVE WS-STEP-COMMAND(WS-STEP-IDX) TO WS-COMMAND
           CALL 'SYSTEM' USING WS-COMMAND
           MOVE RETURN-CODE TO WS-SYSTEM-RC
           MOVE ZERO TO RETURN-CODE
           ADD 1 TO WS-RUN-COUNT
      *    Le système rend le statut d'attente du processus : le code
      *    de sortie multiplié par 256. Un processus interrompu par un
      *    signal laisse un reste, traité en ERROR.
           DIVIDE WS-SYSTEM-RC BY 256 GIVING WS-STEP-RC
           IF WS-SYSTEM-RC < ZERO
                   OR WS-SYSTEM-RC NOT = WS-STEP-RC * 256
               MOVE 8 TO WS-STEP-RC
           END-IF
           EVALUATE TRUE
               WHEN WS-STEP-RC = ZERO
                   MOVE 'OK' TO WS-STEP-STATUS
               WHEN WS-STEP-RC < 8
                   MOVE 'WARNING' TO WS-STEP-STATUS
               WHEN OTHER
                   MOVE 'ERROR' TO WS-STEP-STATUS
           END-EVALUATE
           IF WS-STEP-IDX = 1
               PERFORM READ-GENERATOR-SEVERITY
           END-IF
           MOVE WS-STEP-RC TO WS-NUM-ED-1
           DISPLAY FUNCTION TRIM(WS-STEP-NAME(WS-STEP-IDX))
               ' ENDED ' FUNCTION TRIM(WS-STEP-STATUS)
               ' RC=' FUNCTION TRIM(WS-NUM-ED-1).

       READ-GENERATOR-SEVERITY.
      *    Reprend la sévérité de la copy au rapport de lot de
      *    travail du générateur, et recopie ce rapport à la suite
      *    du rapport de lot de l'installation. Une sévérité plus
      *    grave que le code retour l'emporte.
           OPEN INPUT WORKBATCHFILE
           IF WS-WORK-BATCH-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           OPEN EXTEND BATCHFILE
           IF WS-BATCH-STATUS NOT = '00'
               OPEN OUTPUT BATCHFILE
           END-IF
           MOVE 'N' TO WS-WORK-BATCH-EOF
           PERFORM UNTIL WS-WORK-BATCH-EOF = 'Y'
               READ WORKBATCHFILE
                   AT END MOVE 'Y' TO WS-WORK-BATCH-EOF
                   NOT AT END
                       IF WS-BATCH-STATUS = '00'
                           MOVE WORKBATCHRECORD TO BATCHRECORD
                           WRITE BATCHRECORD
                       END-IF
                       MOVE SPACES TO WS-BATCH-PAIR
                       MOVE SPACES TO WS-BATCH-SEVERITY
                       UNSTRING WORKBATCHRECORD
                           DELIMITED BY ALL SPACES
                           INTO WS-BATCH-PAIR WS-BATCH-SEVERITY
                       IF WS-BATCH-SEVERITY = 'SEVERITY=ERROR'
                           MOVE 'ERROR' TO WS-STEP-STATUS
                       END-IF
                       IF WS-BATCH-SEVERITY = 'SEVERITY=WARNING'
                               AND WS-STEP-STATUS = 'OK'
                           MOVE 'WARNING' TO WS-STEP-STATUS
                       END-IF
               END-READ
           END-PERFORM
           CLOSE WORKBATCHFILE
           IF WS-BATCH-STATUS = '00'
               CLOSE BATCHFILE
           END-IF.

       RECORD-CHAIN-CELL.
      *    Consigne au fichier d'état la cellule (WS-CB-IDX,
      *    WS-STEP-IDX) qui vient de s'achever. Le fichier est fermé
      *    à chaque ligne pour qu'une chaîne interrompue laisse un
      *    état exact.
           OPEN EXTEND STATUSFILE
           IF WS-STATUS-STATUS NOT = '00'
               OPEN OUTPUT STATUSFILE
           END-IF
           IF WS-STATUS-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-TIMESTAMP
           MOVE SPACES TO STATUSRECORD
           STRING WS-CURRENT-TIMESTAMP(1:8) ' '
                  WS-CURRENT-TIMESTAMP(9:6) ' '
                  FUNCTION TRIM(WS-CB-NAME(WS-CB-IDX)) ' '
                  FUNCTION TRIM(WS-STEP-NAME(WS-STEP-IDX)) ' '
                  FUNCTION TRIM(WS-CB-STATUS(WS-CB-IDX, WS-STEP-IDX))
                  ' RC=' WS-CB-RC(WS-CB-IDX, WS-STEP-IDX)
                  DELIMITED BY SIZE INTO STATUSRECORD
           WRITE STATUSRECORD
           CLOSE STATUSFILE.

       SUMMARIZE-CHAIN.
      *    Pire code retour, cellules en erreur et achèvement de la
      *    chaîne : elle est achevée quand aucune cellule n'est en
      *    ERROR ni écartée.
           MOVE ZERO TO WS-WORST-RC
           MOVE ZERO TO WS-ERROR-COUNT
           MOVE 'Y' TO WS-CHAIN-COMPLETE
           MOVE 1 TO WS-CB-IDX
           PERFORM UNTIL WS-CB-IDX > WS-CB-COUNT
               MOVE 1 TO WS-STEP-IDX
               PERFORM UNTIL WS-STEP-IDX > 8
                   IF WS-CB-RC(WS-CB-IDX, WS-STEP-IDX) > WS-WORST-RC
                       MOVE WS-CB-RC(WS-CB-IDX, WS-STEP-IDX)
                           TO WS-WORST-RC
                   END-IF
                   IF WS-CB-STATUS(WS-CB-IDX, WS-STEP-IDX) = 'ERROR'
                       ADD 1 TO WS-ERROR-COUNT
                       MOVE 'N' TO WS-CHAIN-COMPLETE
                       IF WS-WORST-RC < 8
                           MOVE 8 TO WS-WORST-RC
                       END-IF
                   END-IF
                   IF WS-CB-STATUS(WS-CB-IDX, WS-STEP-IDX) = 'SKIPPED'
                       MOVE 'N' TO WS-CHAIN-COMPLETE
                   END-IF
                   ADD 1 TO WS-STEP-IDX
               END-PERFORM
               ADD 1 TO WS-CB-IDX
           END-PERFORM.

       WRITE-CHAIN-END-MARKER.
      *    Clôt le passage au fichier d'état : COMPLETE autorise la
      *    prochaine chaîne à repartir de zéro, INCOMPLETE la fait
      *    reprendre aux étapes échouées.
           OPEN EXTEND STATUSFILE
           IF WS-STATUS-STATUS NOT = '00'
               OPEN OUTPUT STATUSFILE
           END-IF
           IF WS-STATUS-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-TIMESTAMP
           MOVE SPACES TO STATUSRECORD
           IF WS-CHAIN-COMPLETE = 'Y'
               STRING WS-CURRENT-TIMESTAMP(1:8) ' '
                      WS-CURRENT-TIMESTAMP(9:6) ' *CHAIN COMPLETE'
                      ' RC=' WS-WORST-RC
                      DELIMITED BY SIZE INTO STATUSRECORD
           ELSE
               STRING WS-CURRENT-TIMESTAMP(1:8) ' '
                      WS-CURRENT-TIMESTAMP(9:6) ' *CHAIN INCOMPLETE'
                      ' RC=' WS-WORST-RC
                      DELIMITED BY SIZE INTO STATUSRECORD
           END-IF
           WRITE STATUSRECORD
           CLOSE STATUSFILE.

       WRITE-CHAIN-REPORT.
      *    Écrit le rapport consolidé : en-tête, légende des étapes,
      *    puis une ligne par copy et une colonne par étape portant
      *    statut/code retour ("-" pour une étape non prévue), et la
      *    synthèse de la chaîne.
           OPEN OUTPUT REPORTFILE
           IF WS-REPORT-STATUS NOT = '00'
               DISPLAY 'WARNING: CANNOT OPEN CHAIN REPORT '
                   FUNCTION TRIM(WS-REPORT-FILENAME)
                   ' (STATUS ' WS-REPORT-STATUS ') - REPORT SKIPPED'
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-TIMESTAMP
           MOVE SPACES TO WS-REPORT-LINE
           STRING 'NIGHTLY CHAIN REPORT ' WS-CURRENT-TIMESTAMP(1:8)
                  ' ' WS-CURRENT-TIMESTAMP(9:6)
                  ' (DEFINITION ' FUNCTION TRIM(WS-CHAIN-FILENAME)
                  ')'
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE 1 TO WS-STEP-IDX
           PERFORM UNTIL WS-STEP-IDX > 8
               MOVE SPACES TO WS-REPORT-LINE
               STRING '  ' WS-STEP-HEADER(WS-STEP-IDX)
                      WS-STEP-NAME(WS-STEP-IDX)
                      DELIMITED BY SIZE INTO WS-REPORT-LINE
               PERFORM WRITE-REPORT-LINE
               ADD 1 TO WS-STEP-IDX
           END-PERFORM
           MOVE SPACES TO WS-REPORT-LINE
           PERFORM WRITE-REPORT-LINE

           MOVE SPACES TO WS-REPORT-LINE
           MOVE 'COPYBOOK' TO WS-REPORT-LINE(1:30)
           MOVE 31 TO WS-REPORT-POS
           MOVE 1 TO WS-STEP-IDX
           PERFORM UNTIL WS-STEP-IDX > 8
               MOVE WS-STEP-HEADER(WS-STEP-IDX)
                   TO WS-REPORT-LINE(WS-REPORT-POS:11)
               ADD 11 TO WS-REPORT-POS
               ADD 1 TO WS-STEP-IDX
           END-PERFORM
           PERFORM WRITE-REPORT-LINE

           MOVE 1 TO WS-CB-IDX
           PERFORM UNTIL WS-CB-IDX > WS-CB-COUNT
               MOVE SPACES TO WS-REPORT-LINE
               MOVE WS-CB-NAME(WS-CB-IDX) TO WS-REPORT-LINE(1:30)
               MOVE 31 TO WS-REPORT-POS
               MOVE 1 TO WS-STEP-IDX
               PERFORM UNTIL WS-STEP-IDX > 8
                   PERFORM BUILD-CELL-TEXT
                   MOVE WS-CELL-TEXT TO WS-REPORT-LINE(WS-REPORT-POS:11)
                   ADD 11 TO WS-REPORT-POS
                   ADD 1 TO WS-STEP-IDX
               END-PERFORM
               PERFORM WRITE-REPORT-LINE
               ADD 1 TO WS-CB-IDX
           END-PERFORM

           MOVE SPACES TO WS-REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           IF WS-CHAIN-COMPLETE = 'Y'
               STRING 'CHAIN COMPLETE'
                      DELIMITED BY SIZE INTO WS-REPORT-LINE
           ELSE
               STRING 'CHAIN INCOMPLETE - RERUN RESUMES AT THE '
                      'FAILED STEPS'
                      DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-IF
           PERFORM WRITE-REPORT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           STRING 'COPYBOOKS=' WS-CB-COUNT
                  ' STEPS-RUN=' WS-RUN-COUNT
                  ' STEPS-RESUMED=' WS-RESUMED-COUNT
                  ' STEPS-SKIPPED=' WS-SKIPPED-COUNT
                  ' ERRORS=' WS-ERROR-COUNT
                  ' RC=' WS-WORST-RC
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           CLOSE REPORTFILE.

       BUILD-CELL-TEXT.
      *    Texte de la cellule (WS-CB-IDX, WS-STEP-IDX) : "-" si
      *    l'étape n'est pas prévue, SKIPPED si la copy est écartée,
      *    sinon statut/code retour.
           MOVE SPACES TO WS-CELL-TEXT
           EVALUATE WS-CB-STATUS(WS-CB-IDX, WS-STEP-IDX)
               WHEN SPACES
                   MOVE '-' TO WS-CELL-TEXT
               WHEN 'SKIPPED'
                   MOVE 'SKIPPED' TO WS-CELL-TEXT
               WHEN OTHER
                   MOVE WS-CB-RC(WS-CB-IDX, WS-STEP-IDX) TO WS-NUM-ED-1
                   STRING FUNCTION TRIM(
                              WS-CB-STATUS(WS-CB-IDX, WS-STEP-IDX))
                          '/' FUNCTION TRIM(WS-NUM-ED-1)
                          DELIMITED BY SIZE INTO WS-CELL-TEXT
           END-EVALUATE.

       WRITE-REPORT-LINE.
      *    Écrit WS-REPORT-LINE au rapport de chaîne.
           MOVE WS-REPORT-LINE TO REPORTRECORD
           WRITE REPORTRECORD.

       WRITE-RUNLOG-ENTRY.
      *    Consigne le passage de la chaîne (horodatage, définition,
      *    copys, étapes lancées, reprises, écartées, erreurs et
      *    pire code retour) au journal d'exécution.
           OPEN EXTEND RUNLOGFILE
           IF WS-RUNLOG-STATUS NOT = '00'
               OPEN OUTPUT RUNLOGFILE
           END-IF
           IF WS-RUNLOG-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-TIMESTAMP
           MOVE SPACES TO WS-RUNLOG-LINE
           STRING WS-CURRENT-TIMESTAMP(1:21) ' '
                  FUNCTION TRIM(WS-CHAIN-FILENAME) ' '
                  'COPYBOOKS=' WS-CB-COUNT ' '
                  'STEPS-RUN=' WS-RUN-COUNT ' '
                  'STEPS-RESUMED=' WS-RESUMED-COUNT ' '
                  'STEPS-SKIPPED=' WS-SKIPPED-COUNT ' '
                  'ERRORS=' WS-ERROR-COUNT ' '
                  'WORST-RC=' WS-WORST-RC
                  INTO WS-RUNLOG-LINE
           MOVE WS-RUNLOG-LINE TO RUNLOGRECORD
           WRITE RUNLOGRECORD
           CLOSE RUNLOGFILE.
