       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROMOTECOPYBOOKS.

      *    Programme compagnon de CREATEGROUPVARIABLES : tient la
      *    bibliothèque de production des copys. Après une génération,
      *    le rapport de contrôle du lot (batchcontrol.txt) est relu
      *    et chaque copy de sévérité OK est recopiée dans le
      *    répertoire bibliothèque sous un numéro de version, avec
      *    son dictionnaire (.dict), son rapport d'écart (.delta) et
      *    son empreinte (.fpr) ; la version promue devient la copy
      *    vivante de la bibliothèque. Une copy WARNING n'est promue
      *    que si la carte de contrôle l'approuve (PROMOTE-APPROVE=),
      *    une copy ERROR jamais. Chaque promotion est consignée au
      *    journal de promotion (version, date, empreinte, auteur).
      *    Trois modes (PROMOTE-MODE=) :
      *      PROMOTE   promotion d'après le rapport de contrôle du lot
      *                (défaut) ;
      *      ROLLBACK  remet en place la version N-1 de la copy nommée
      *                par PROMOTE-COPYBOOK=, N étant la version
      *                vivante, et consigne le retour arrière ;
      *      REPORT    rapport seul.
      *    Dans tous les modes, le rapport des versions vivantes est
      *    réécrit d'après le journal de promotion, qui fait foi.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

      *    Sélectionne le rapport de contrôle du lot écrit par le
      *    générateur : une ligne par paire du manifeste avec sa
      *    sévérité.
           SELECT BATCHFILE ASSIGN TO DYNAMIC WS-BATCH-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BATCH-STATUS.

      *    Sélectionne le fichier recopié (copy ou compagnon) et sa
      *    destination dans la bibliothèque.
           SELECT SOURCEFILE ASSIGN TO DYNAMIC WS-COPY-FROM
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SOURCE-STATUS.

           SELECT TARGETFILE ASSIGN TO DYNAMIC WS-COPY-TO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TARGET-STATUS.

      *    Sélectionne l'empreinte (.fpr) d'une copy promue ou
      *    remise en place, reprise telle quelle au journal.
           SELECT FPRFILE ASSIGN TO DYNAMIC WS-FPR-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FPR-STATUS.

      *    Sélectionne le journal de promotion de la bibliothèque :
      *    relu en début d'exécution pour connaître la version vivante
      *    et la dernière version de chaque copy, puis complété.
           SELECT PROMOLOGFILE ASSIGN TO DYNAMIC WS-PROMOLOG-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PROMOLOG-STATUS.

      *    Sélectionne le rapport des versions vivantes.
           SELECT LIVEFILE ASSIGN TO DYNAMIC WS-LIVE-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LIVE-STATUS.

      *    Sélectionne le journal d'exécution (piste d'audit), partagé
      *    avec le générateur.
           SELECT RUNLOGFILE ASSIGN TO DYNAMIC WS-RUNLOG-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNLOG-STATUS.

      *    Sélectionne la carte de contrôle commune aux programmes
      *    de la chaîne : des lignes CLEF=VALEUR qui fixent chemins
      *    et réglages par exécution, les valeurs compilées servant
      *    de défaut quand la carte est absente.
           SELECT CONTROLFILE ASSIGN TO "controlcard.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONTROL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD BATCHFILE.

      *    Définit la structure d'une ligne du rapport de contrôle
      *    du lot : "entree:sortie SEVERITY=... REJECTS=...".
       01 BATCHRECORD PIC X(200).

       FD SOURCEFILE.
      *    Définit la structure d'une ligne du fichier recopié.
       01 SOURCERECORD PIC X(200).

       FD TARGETFILE.
      *    Définit la structure d'une ligne de la copie écrite.
       01 TARGETRECORD PIC X(200).

       FD FPRFILE.
      *    Définit la structure de l'empreinte : somme de contrôle
      *    puis nombre de lignes.
       01 FPRRECORD PIC X(200).

       FD PROMOLOGFILE.
      *    Définit la structure d'une ligne du journal de promotion :
      *    "AAAAMMJJ HHMMSS ACTION copy VERSION=n FINGERPRINT=s/l
      *    USER=auteur" puis FROM=n (retour arrière) ou SEVERITY=
      *    (promotion).
       01 PROMOLOGRECORD PIC X(200).

       FD LIVEFILE.
      *    Définit la structure d'une ligne du rapport des versions
      *    vivantes.
       01 LIVERECORD PIC X(200).

       FD RUNLOGFILE.
      *    Définit la structure d'une ligne du journal d'exécution.
       01 RUNLOGRECORD PIC X(200).

       FD CONTROLFILE.
      *    Définit la structure d'une ligne de la carte de contrôle.
       01 CONTROLRECORD PIC X(200).

       WORKING-STORAGE SECTION.

      *    Indicateurs de fin de fichier.
       01 WS-BATCH-EOF PIC X VALUE 'N'.
       01 WS-SOURCE-EOF PIC X VALUE 'N'.
       01 WS-PROMOLOG-EOF PIC X VALUE 'N'.

      *    Chemins des fichiers, réglables par la carte de contrôle.
      *    La bibliothèque est un répertoire (PROMOTE-LIBRARY=, prodlib
      *    par défaut) créé au besoin ; le journal de promotion y est
      *    rangé sauf clef PROMOTE-LOG= explicite.
       01 WS-BATCH-FILENAME PIC X(110) VALUE 'batchcontrol.txt'.
       01 WS-BATCH-STATUS PIC XX VALUE SPACES.
       01 WS-LIBRARY-DIR PIC X(100) VALUE 'prodlib'.
       01 WS-PROMOLOG-FILENAME PIC X(120) VALUE SPACES.
       01 WS-PROMOLOG-STATUS PIC XX VALUE SPACES.
       01 WS-PROMOLOG-OPEN PIC X VALUE 'N'.
       01 WS-LIVE-FILENAME PIC X(100) VALUE 'livereport.txt'.
       01 WS-LIVE-STATUS PIC XX VALUE SPACES.
       01 WS-RUNLOG-FILENAME PIC X(100) VALUE 'runlog.txt'.
       01 WS-RUNLOG-STATUS PIC XX VALUE SPACES.
       01 WS-SOURCE-STATUS PIC XX VALUE SPACES.
       01 WS-TARGET-STATUS PIC XX VALUE SPACES.
       01 WS-FPR-FILENAME PIC X(170) VALUE SPACES.
       01 WS-FPR-STATUS PIC XX VALUE SPACES.

      *    Carte de contrôle controlcard.txt : clefs reconnues ici
      *    RUNLOG=, BATCH-REPORT=, PROMOTE-LIBRARY=, PROMOTE-LOG=,
      *    PROMOTE-REPORT=, PROMOTE-MODE=, PROMOTE-COPYBOOK=,
      *    PROMOTE-APPROVE= et PROMOTE-USER= ; les clefs des autres
      *    programmes de la chaîne sont ignorées sans bruit.
      *    PROMOTE-APPROVE= peut être répétée et porter plusieurs
      *    copys séparées par des virgules.
       01 WS-CONTROL-STATUS PIC XX VALUE SPACES.
       01 WS-CONTROL-EOF PIC X VALUE 'N'.
       01 WS-CONTROL-KEY PIC X(30) VALUE SPACES.
       01 WS-CONTROL-VALUE PIC X(150) VALUE SPACES.
       01 WS-CONTROL-EQ-POS PIC 999 VALUE ZERO.
       01 WS-PROMOLOG-NAMED PIC X VALUE 'N'.

      *    Mode de l'exécution et copy visée par un retour arrière.
       01 WS-MODE PIC X(8) VALUE 'PROMOTE'.
       01 WS-ROLLBACK-NAME PIC X(100) VALUE SPACES.

      *    Copys WARNING approuvées pour la promotion.
       01 WS-APPROVE-COUNT PIC 99 VALUE ZERO.
       01 WS-APPROVE-TABLE.
           05 WS-APPROVE-NAME OCCURS 50 TIMES PIC X(100).
       01 WS-APPROVE-IDX PIC 99 VALUE ZERO.
       01 WS-APPROVE-PTR PIC 999 VALUE ZERO.
       01 WS-APPROVE-LEN PIC 999 VALUE ZERO.
       01 WS-APPROVE-ITEM PIC X(100) VALUE SPACES.
       01 WS-APPROVED PIC X VALUE 'N'.
       01 WS-APPROVE-FULL-WARNED PIC X VALUE 'N'.

      *    Auteur de l'exécution : PROMOTE-USER= s'il est donné,
      *    sinon l'utilisateur de la session (USER ou LOGNAME).
       01 WS-USER-NAME PIC X(30) VALUE SPACES.

      *    Horodatage de l'exécution.
       01 WS-CURRENT-TIMESTAMP PIC X(21) VALUE SPACES.
       01 WS-TODAY-DATE PIC 9(8) VALUE ZERO.
       01 WS-NOW-TIME PIC 9(6) VALUE ZERO.

      *    Ligne courante du rapport de contrôle du lot.
       01 WS-BATCH-PAIR PIC X(200) VALUE SPACES.
       01 WS-BATCH-SEVERITY PIC X(30) VALUE SPACES.
       01 WS-SEVERITY-TEXT PIC X(10) VALUE SPACES.
       01 WS-COLON-POS PIC 999 VALUE ZERO.
       01 WS-OUTPUT-FILENAME PIC X(100) VALUE SPACES.

      *    Nom de la copy dans la bibliothèque : le nom de fichier de
      *    sortie sans son chemin, et les noms qui en dérivent.
       01 WS-BASE-NAME PIC X(60) VALUE SPACES.
       01 WS-SLASH-POS PIC 999 VALUE ZERO.
       01 WS-SCAN-POS PIC 999 VALUE ZERO.
       01 WS-VERSION-PATH PIC X(170) VALUE SPACES.
       01 WS-LIVE-PATH PIC X(170) VALUE SPACES.
       01 WS-COMPANION-EXT PIC X(6) VALUE SPACES.
       01 WS-COMPANION-IDX PIC 9 VALUE ZERO.
       01 WS-COMPANION-TABLE.
           05 FILLER PIC X(6) VALUE '.dict'.
           05 FILLER PIC X(6) VALUE '.delta'.
           05 FILLER PIC X(6) VALUE '.fpr'.
       01 WS-COMPANION-LIST REDEFINES WS-COMPANION-TABLE.
           05 WS-COMPANION OCCURS 3 TIMES PIC X(6).

      *    Recopie d'un fichier : WS-COPY-FROM vers WS-COPY-TO.
       01 WS-COPY-FROM PIC X(170) VALUE SPACES.
       01 WS-COPY-TO PIC X(170) VALUE SPACES.
       01 WS-COPY-OK PIC X VALUE 'N'.
       01 WS-COPY-FOUND PIC X VALUE 'N'.
       01 WS-COPY-LINES PIC 9(6) VALUE ZERO.

      *    Empreinte lue du .fpr, sous la forme somme/lignes.
       01 WS-FINGERPRINT PIC X(30) VALUE SPACES.
       01 WS-FPR-SUM-TEXT PIC X(15) VALUE SPACES.
       01 WS-FPR-LINES-TEXT PIC X(15) VALUE SPACES.

      *    État de la bibliothèque reconstitué d'après le journal de
      *    promotion : pour chaque copy, la version vivante, la
      *    dernière version attribuée et les détails de la dernière
      *    action.
       01 WS-LIB-COUNT PIC 999 VALUE ZERO.
       01 WS-LIB-TABLE.
           05 WS-LIB-ENTRY OCCURS 200 TIMES.
               10 WS-LIB-NAME PIC X(60).
               10 WS-LIB-LIVE PIC 9(4).
               10 WS-LIB-LATEST PIC 9(4).
               10 WS-LIB-DATE PIC 9(8).
               10 WS-LIB-ACTION PIC X(8).
               10 WS-LIB-FPR PIC X(30).
               10 WS-LIB-USER PIC X(30).
       01 WS-LIB-IDX PIC 999 VALUE ZERO.
       01 WS-LIB-FOUND PIC 999 VALUE ZERO.
       01 WS-LIB-FULL-WARNED PIC X VALUE 'N'.

      *    Décomposition d'une ligne du journal de promotion.
       01 WS-LOG-TOKENS.
           05 WS-LOG-TOKEN OCCURS 9 TIMES PIC X(60).
       01 WS-LOG-TOKEN-IDX PIC 99 VALUE ZERO.
       01 WS-LOG-KEY PIC X(30) VALUE SPACES.
       01 WS-LOG-VALUE PIC X(30) VALUE SPACES.
       01 WS-LOG-VERSION PIC 9(4) VALUE ZERO.
       01 WS-LOG-FPR PIC X(30) VALUE SPACES.
       01 WS-LOG-USER PIC X(30) VALUE SPACES.
       01 WS-LOG-LINE PIC X(200) VALUE SPACES.

      *    Version traitée par le job courant.
       01 WS-NEW-VERSION PIC 9(4) VALUE ZERO.
       01 WS-FROM-VERSION PIC 9(4) VALUE ZERO.

      *    Statistiques et sévérité de l'exécution : 8 dès qu'une
      *    promotion ou un retour arrière a échoué. Une copy retenue
      *    (WARNING non approuvée, ERROR) n'est pas un échec de la
      *    promotion : elle est signalée et comptée.
       01 WS-PROMOTED-COUNT PIC 9(4) VALUE ZERO.
       01 WS-HELD-COUNT PIC 9(4) VALUE ZERO.
       01 WS-UNCHANGED-COUNT PIC 9(4) VALUE ZERO.
       01 WS-ROLLBACK-COUNT PIC 9(4) VALUE ZERO.
       01 WS-FAILED-COUNT PIC 9(4) VALUE ZERO.
       01 WS-RUN-SEVERITY PIC 9 VALUE ZERO.
       01 WS-RUNLOG-LINE PIC X(200) VALUE SPACES.
       01 WS-LIVE-LINE PIC X(200) VALUE SPACES.
       01 WS-NUM-ED-1 PIC ZZZZ9.

       PROCEDURE DIVISION.
       BEGIN.
      *    La carte de contrôle est lue avant toute ouverture ; le
      *    journal de promotion est relu pour reconstituer l'état de
      *    la bibliothèque, puis complété par le mode demandé. Le
      *    rapport des versions vivantes est réécrit en fin
      *    d'exécution dans tous les modes.
           PERFORM READ-CONTROL-CARD
           IF WS-PROMOLOG-NAMED = 'N'
               MOVE SPACES TO WS-PROMOLOG-FILENAME
               STRING FUNCTION TRIM(WS-LIBRARY-DIR) '/promotion.log'
                      DELIMITED BY SIZE INTO WS-PROMOLOG-FILENAME
           END-IF
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-TIMESTAMP
           MOVE WS-CURRENT-TIMESTAMP(1:8) TO WS-TODAY-DATE
           MOVE WS-CURRENT-TIMESTAMP(9:6) TO WS-NOW-TIME
           PERFORM IDENTIFY-USER

      *    Le répertoire bibliothèque est créé au premier passage ;
      *    la routine échoue sans dommage s'il existe déjà, son code
      *    retour est remis à zéro pour ne pas teinter celui du
      *    programme.
           CALL 'CBL_CREATE_DIR' USING WS-LIBRARY-DIR
           MOVE ZERO TO RETURN-CODE

           PERFORM LOAD-PROMOTION-LOG
           IF WS-MODE NOT = 'REPORT'
               OPEN EXTEND PROMOLOGFILE
               IF WS-PROMOLOG-STATUS NOT = '00'
                   OPEN OUTPUT PROMOLOGFILE
               END-IF
               IF WS-PROMOLOG-STATUS = '00'
                   MOVE 'Y' TO WS-PROMOLOG-OPEN
               ELSE
                   DISPLAY 'ERROR: CANNOT OPEN PROMOTION LOG '
                       FUNCTION TRIM(WS-PROMOLOG-FILENAME)
                       ' (STATUS ' WS-PROMOLOG-STATUS ') - '
                       'NOTHING PROMOTED'
                   MOVE 8 TO WS-RUN-SEVERITY
               END-IF
           END-IF
           IF WS-PROMOLOG-OPEN = 'Y'
               EVALUATE WS-MODE
                   WHEN 'PROMOTE'
                       PERFORM PROMOTE-FROM-BATCH-REPORT
                   WHEN 'ROLLBACK'
                       PERFORM ROLLBACK-COPYBOOK
               END-EVALUATE
               CLOSE PROMOLOGFILE
           END-IF
           PERFORM WRITE-LIVE-REPORT
           PERFORM WRITE-RUNLOG-ENTRY
           IF WS-RUN-SEVERITY >= 8
               MOVE 8 TO RETURN-CODE
           END-IF
           STOP RUN.

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
               WHEN 'PROMOTE-LIBRARY'
                   MOVE WS-CONTROL-VALUE(1:100)
                       TO WS-LIBRARY-DIR
               WHEN 'PROMOTE-LOG'
                   MOVE WS-CONTROL-VALUE(1:120)
                       TO WS-PROMOLOG-FILENAME
                   MOVE 'Y' TO WS-PROMOLOG-NAMED
               WHEN 'PROMOTE-REPORT'
                   MOVE WS-CONTROL-VALUE(1:100)
                       TO WS-LIVE-FILENAME
               WHEN 'PROMOTE-MODE'
                   IF FUNCTION UPPER-CASE(WS-CONTROL-VALUE)
                           = 'PROMOTE'
                       OR FUNCTION UPPER-CASE(WS-CONTROL-VALUE)
                           = 'ROLLBACK'
                       OR FUNCTION UPPER-CASE(WS-CONTROL-VALUE)
                           = 'REPORT'
                       MOVE FUNCTION UPPER-CASE(WS-CONTROL-VALUE)
                           TO WS-MODE
                   ELSE
                       DISPLAY 'WARNING: INVALID VALUE FOR CONTROL '
                           'CARD KEY PROMOTE-MODE: "'
                           FUNCTION TRIM(WS-CONTROL-VALUE)
                           '" - COMPILED DEFAULT KEPT'
                   END-IF
               WHEN 'PROMOTE-COPYBOOK'
                   MOVE WS-CONTROL-VALUE(1:100)
                       TO WS-ROLLBACK-NAME
               WHEN 'PROMOTE-APPROVE'
                   PERFORM ADD-APPROVED-COPYBOOKS
               WHEN 'PROMOTE-USER'
                   MOVE WS-CONTROL-VALUE(1:30) TO WS-USER-NAME
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       ADD-APPROVED-COPYBOOKS.
      *    Range dans la table des approbations chaque copy de la
      *    valeur courante (liste séparée par des virgules).
           MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-CONTROL-VALUE))
               TO WS-APPROVE-LEN
           MOVE 1 TO WS-APPROVE-PTR
           PERFORM UNTIL WS-APPROVE-PTR > WS-APPROVE-LEN
               MOVE SPACES TO WS-APPROVE-ITEM
               UNSTRING WS-CONTROL-VALUE(1:WS-APPROVE-LEN)
                   DELIMITED BY ',' INTO WS-APPROVE-ITEM
                   WITH POINTER WS-APPROVE-PTR
               IF WS-APPROVE-ITEM NOT = SPACES
                   IF WS-APPROVE-COUNT >= 50
                       IF WS-APPROVE-FULL-WARNED = 'N'
                           DISPLAY 'WARNING: APPROVAL TABLE FULL (50)'
                               ' - FURTHER APPROVALS IGNORED'
                           MOVE 'Y' TO WS-APPROVE-FULL-WARNED
                       END-IF
                   ELSE
                       ADD 1 TO WS-APPROVE-COUNT
                       MOVE FUNCTION TRIM(WS-APPROVE-ITEM)
                           TO WS-APPROVE-NAME(WS-APPROVE-COUNT)
                   END-IF
               END-IF
           END-PERFORM.

       IDENTIFY-USER.
      *    Sans PROMOTE-USER=, l'auteur est l'utilisateur de la
      *    session ; à défaut, UNKNOWN.
           IF WS-USER-NAME NOT = SPACES
               EXIT PARAGRAPH
           END-IF
           DISPLAY 'USER' UPON ENVIRONMENT-NAME
           ACCEPT WS-USER-NAME FROM ENVIRONMENT-VALUE
           IF WS-USER-NAME = SPACES
               DISPLAY 'LOGNAME' UPON ENVIRONMENT-NAME
               ACCEPT WS-USER-NAME FROM ENVIRONMENT-VALUE
           END-IF
           IF WS-USER-NAME = SPACES
               MOVE 'UNKNOWN' TO WS-USER-NAME
           END-IF.

       LOAD-PROMOTION-LOG.
      *    Relit le journal de promotion : chaque PROMOTE ou ROLLBACK
      *    fixe la version vivante de sa copy, la plus haute version
      *    rencontrée est la dernière attribuée. Un journal absent
      *    est une bibliothèque vide.
           OPEN INPUT PROMOLOGFILE
           IF WS-PROMOLOG-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-PROMOLOG-EOF
           PERFORM UNTIL WS-PROMOLOG-EOF = 'Y'
               READ PROMOLOGFILE
                   AT END MOVE 'Y' TO WS-PROMOLOG-EOF
                   NOT AT END PERFORM LOAD-PROMOTION-LOG-LINE
               END-READ
           END-PERFORM
           CLOSE PROMOLOGFILE.

       LOAD-PROMOTION-LOG-LINE.
      *    Applique une ligne du journal à l'état de la bibliothèque.
      *    Les lignes qui ne commencent pas par une date, ou dont
      *    l'action ou la version est illisible, sont ignorées.
           IF PROMOLOGRECORD(1:8) IS NOT NUMERIC
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-LOG-TOKENS
           UNSTRING PROMOLOGRECORD DELIMITED BY ALL SPACES
               INTO WS-LOG-TOKEN(1) WS-LOG-TOKEN(2)
                    WS-LOG-TOKEN(3) WS-LOG-TOKEN(4)
                    WS-LOG-TOKEN(5) WS-LOG-TOKEN(6)
                    WS-LOG-TOKEN(7) WS-LOG-TOKEN(8)
                    WS-LOG-TOKEN(9)
           IF (WS-LOG-TOKEN(3) NOT = 'PROMOTE'
                   AND WS-LOG-TOKEN(3) NOT = 'ROLLBACK')
                   OR WS-LOG-TOKEN(4) = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE ZERO TO WS-LOG-VERSION
           MOVE SPACES TO WS-LOG-FPR
           MOVE SPACES TO WS-LOG-USER
           MOVE 5 TO WS-LOG-TOKEN-IDX
           PERFORM UNTIL WS-LOG-TOKEN-IDX > 9
               MOVE SPACES TO WS-LOG-KEY
               MOVE SPACES TO WS-LOG-VALUE
               UNSTRING WS-LOG-TOKEN(WS-LOG-TOKEN-IDX)
                   DELIMITED BY '=' INTO WS-LOG-KEY WS-LOG-VALUE
               EVALUATE WS-LOG-KEY
                   WHEN 'VERSION'
                       IF WS-LOG-VALUE(1:4) IS NUMERIC
                               AND WS-LOG-VALUE(5:26) = SPACES
                           MOVE WS-LOG-VALUE(1:4) TO WS-LOG-VERSION
                       END-IF
                   WHEN 'FINGERPRINT'
                       MOVE WS-LOG-VALUE TO WS-LOG-FPR
                   WHEN 'USER'
                       MOVE WS-LOG-VALUE TO WS-LOG-USER
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
               ADD 1 TO WS-LOG-TOKEN-IDX
           END-PERFORM
           IF WS-LOG-VERSION = ZERO
               EXIT PARAGRAPH
           END-IF
           MOVE WS-LOG-TOKEN(4) TO WS-BASE-NAME
           PERFORM FIND-LIB-ENTRY
           IF WS-LIB-FOUND = ZERO
               EXIT PARAGRAPH
           END-IF
           MOVE WS-LOG-VERSION TO WS-LIB-LIVE(WS-LIB-FOUND)
           IF WS-LOG-VERSION > WS-LIB-LATEST(WS-LIB-FOUND)
               MOVE WS-LOG-VERSION TO WS-LIB-LATEST(WS-LIB-FOUND)
           END-IF
           MOVE PROMOLOGRECORD(1:8) TO WS-LIB-DATE(WS-LIB-FOUND)
           MOVE WS-LOG-TOKEN(3) TO WS-LIB-ACTION(WS-LIB-FOUND)
           MOVE WS-LOG-FPR TO WS-LIB-FPR(WS-LIB-FOUND)
           MOVE WS-LOG-USER TO WS-LIB-USER(WS-LIB-FOUND).

       FIND-LIB-ENTRY.
      *    Cherche l'entrée de bibliothèque de WS-BASE-NAME, en la
      *    créant au besoin. Une table pleine ignore les copys
      *    au-delà avec un avertissement (WS-LIB-FOUND reste à zéro).
           MOVE ZERO TO WS-LIB-FOUND
           MOVE 1 TO WS-LIB-IDX
           PERFORM UNTIL WS-LIB-IDX > WS-LIB-COUNT
                   OR WS-LIB-FOUND > ZERO
               IF WS-LIB-NAME(WS-LIB-IDX) = WS-BASE-NAME
                   MOVE WS-LIB-IDX TO WS-LIB-FOUND
               END-IF
               ADD 1 TO WS-LIB-IDX
           END-PERFORM
           IF WS-LIB-FOUND > ZERO
               EXIT PARAGRAPH
           END-IF
           IF WS-LIB-COUNT >= 200
               IF WS-LIB-FULL-WARNED = 'N'
                   DISPLAY 'WARNING: LIBRARY TABLE FULL (200) - '
                       'FURTHER COPYBOOKS IGNORED'
                   MOVE 'Y' TO WS-LIB-FULL-WARNED
               END-IF
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-LIB-COUNT
           MOVE WS-LIB-COUNT TO WS-LIB-FOUND
           MOVE WS-BASE-NAME TO WS-LIB-NAME(WS-LIB-FOUND)
           MOVE ZERO TO WS-LIB-LIVE(WS-LIB-FOUND)
           MOVE ZERO TO WS-LIB-LATEST(WS-LIB-FOUND)
           MOVE ZERO TO WS-LIB-DATE(WS-LIB-FOUND)
           MOVE SPACES TO WS-LIB-ACTION(WS-LIB-FOUND)
           MOVE SPACES TO WS-LIB-FPR(WS-LIB-FOUND)
           MOVE SPACES TO WS-LIB-USER(WS-LIB-FOUND).

       PROMOTE-FROM-BATCH-REPORT.
      *    Parcourt le rapport de contrôle du lot et promeut chaque
      *    copy admissible. Sans rapport, rien ne peut être promu.
           OPEN INPUT BATCHFILE
           IF WS-BATCH-STATUS NOT = '00'
               DISPLAY 'ERROR: CANNOT OPEN BATCH CONTROL REPORT '
                   FUNCTION TRIM(WS-BATCH-FILENAME)
                   ' (STATUS ' WS-BATCH-STATUS ') - NOTHING PROMOTED'
               MOVE 8 TO WS-RUN-SEVERITY
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-BATCH-EOF
           PERFORM UNTIL WS-BATCH-EOF = 'Y'
               READ BATCHFILE
                   AT END MOVE 'Y' TO WS-BATCH-EOF
                   NOT AT END
                       PERFORM PARSE-BATCH-LINE
                       IF WS-OUTPUT-FILENAME NOT = SPACES
                           PERFORM PROMOTE-ONE-COPYBOOK
                       END-IF
               END-READ
           END-PERFORM
           CLOSE BATCHFILE.

       PARSE-BATCH-LINE.
      *    Découpe une ligne "entree:sortie SEVERITY=... REJECTS=..."
      *    du rapport de contrôle du lot : la copy est le segment
      *    après le premier ':' du premier mot.
           MOVE SPACES TO WS-OUTPUT-FILENAME
           MOVE SPACES TO WS-SEVERITY-TEXT
           IF BATCHRECORD = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-BATCH-PAIR
           MOVE SPACES TO WS-BATCH-SEVERITY
           UNSTRING BATCHRECORD DELIMITED BY ALL SPACES
               INTO WS-BATCH-PAIR WS-BATCH-SEVERITY
           MOVE 1 TO WS-COLON-POS
           PERFORM UNTIL WS-COLON-POS > FUNCTION LENGTH(WS-BATCH-PAIR)
                   OR WS-BATCH-PAIR(WS-COLON-POS:1) = ':'
               ADD 1 TO WS-COLON-POS
           END-PERFORM
           IF WS-COLON-POS < FUNCTION LENGTH(WS-BATCH-PAIR)
               MOVE WS-BATCH-PAIR(WS-COLON-POS + 1:
                             FUNCTION LENGTH(WS-BATCH-PAIR) -
                             WS-COLON-POS) TO WS-OUTPUT-FILENAME
           END-IF
           IF WS-BATCH-SEVERITY(1:9) = 'SEVERITY='
               MOVE WS-BATCH-SEVERITY(10:10) TO WS-SEVERITY-TEXT
           END-IF.

       PROMOTE-ONE-COPYBOOK.
      *    Promeut la copy de la ligne courante : OK toujours, WARNING
      *    sur approbation de la carte, ERROR jamais. Une copy dont
      *    l'empreinte est celle de sa version vivante n'a pas changé
      *    depuis la dernière promotion et ne reçoit pas de nouvelle
      *    version.
           EVALUATE WS-SEVERITY-TEXT
               WHEN 'OK'
                   CONTINUE
               WHEN 'WARNING'
                   PERFORM CHECK-APPROVAL
                   IF WS-APPROVED = 'N'
                       DISPLAY 'HOLDING '
                           FUNCTION TRIM(WS-OUTPUT-FILENAME)
                           ': SEVERITY WARNING NOT APPROVED'
                       ADD 1 TO WS-HELD-COUNT
                       EXIT PARAGRAPH
                   END-IF
               WHEN OTHER
                   DISPLAY 'HOLDING '
                       FUNCTION TRIM(WS-OUTPUT-FILENAME)
                       ': SEVERITY ' FUNCTION TRIM(WS-SEVERITY-TEXT)
                       ' IS NEVER PROMOTED'
                   ADD 1 TO WS-HELD-COUNT
                   EXIT PARAGRAPH
           END-EVALUATE

           PERFORM BUILD-BASE-NAME
           MOVE SPACES TO WS-FPR-FILENAME
           STRING FUNCTION TRIM(WS-OUTPUT-FILENAME) '.fpr'
                  DELIMITED BY SIZE INTO WS-FPR-FILENAME
           PERFORM READ-FINGERPRINT
           PERFORM FIND-LIB-ENTRY
           IF WS-LIB-FOUND = ZERO
               ADD 1 TO WS-FAILED-COUNT
               MOVE 8 TO WS-RUN-SEVERITY
               EXIT PARAGRAPH
           END-IF
           IF WS-LIB-LIVE(WS-LIB-FOUND) > ZERO
                   AND WS-FINGERPRINT NOT = 'NONE'
                   AND WS-FINGERPRINT = WS-LIB-FPR(WS-LIB-FOUND)
               MOVE WS-LIB-LIVE(WS-LIB-FOUND) TO WS-NUM-ED-1
               DISPLAY 'SKIPPING '
                   FUNCTION TRIM(WS-OUTPUT-FILENAME)
                   ': UNCHANGED SINCE LIVE VERSION '
                   FUNCTION TRIM(WS-NUM-ED-1)
               ADD 1 TO WS-UNCHANGED-COUNT
               EXIT PARAGRAPH
           END-IF
           IF WS-LIB-LATEST(WS-LIB-FOUND) >= 9999
               DISPLAY 'ERROR: NO VERSION NUMBER LEFT FOR '
                   FUNCTION TRIM(WS-BASE-NAME)
               ADD 1 TO WS-FAILED-COUNT
               MOVE 8 TO WS-RUN-SEVERITY
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-NEW-VERSION = WS-LIB-LATEST(WS-LIB-FOUND) + 1

      *    La copy elle-même doit être recopiée, d'abord sous son
      *    numéro de version puis comme copy vivante ; un échec
      *    laisse la bibliothèque et le journal inchangés pour cette
      *    copy.
           MOVE WS-NEW-VERSION TO WS-FROM-VERSION
           MOVE SPACES TO WS-COMPANION-EXT
           PERFORM BUILD-LIBRARY-PATHS
           MOVE WS-OUTPUT-FILENAME TO WS-COPY-FROM
           MOVE WS-VERSION-PATH TO WS-COPY-TO
           PERFORM COPY-ONE-FILE
           IF WS-COPY-OK = 'Y'
               MOVE WS-VERSION-PATH TO WS-COPY-FROM
               MOVE WS-LIVE-PATH TO WS-COPY-TO
               PERFORM COPY-ONE-FILE
           END-IF
           IF WS-COPY-OK = 'N'
               DISPLAY 'ERROR: CANNOT PROMOTE '
                   FUNCTION TRIM(WS-OUTPUT-FILENAME) ' TO '
                   FUNCTION TRIM(WS-COPY-TO)
                   ' (STATUS ' WS-SOURCE-STATUS '/'
                   WS-TARGET-STATUS ')'
               ADD 1 TO WS-FAILED-COUNT
               MOVE 8 TO WS-RUN-SEVERITY
               EXIT PARAGRAPH
           END-IF
           MOVE 1 TO WS-COMPANION-IDX
           PERFORM UNTIL WS-COMPANION-IDX > 3
               PERFORM PROMOTE-COMPANION
               ADD 1 TO WS-COMPANION-IDX
           END-PERFORM

           MOVE WS-NEW-VERSION TO WS-LIB-LIVE(WS-LIB-FOUND)
           MOVE WS-NEW-VERSION TO WS-LIB-LATEST(WS-LIB-FOUND)
           MOVE WS-TODAY-DATE TO WS-LIB-DATE(WS-LIB-FOUND)
           MOVE 'PROMOTE' TO WS-LIB-ACTION(WS-LIB-FOUND)
           MOVE WS-FINGERPRINT TO WS-LIB-FPR(WS-LIB-FOUND)
           MOVE WS-USER-NAME TO WS-LIB-USER(WS-LIB-FOUND)
           MOVE SPACES TO WS-LOG-LINE
           STRING WS-TODAY-DATE ' ' WS-NOW-TIME ' PROMOTE '
                  FUNCTION TRIM(WS-BASE-NAME)
                  ' VERSION=' WS-NEW-VERSION
                  ' FINGERPRINT=' FUNCTION TRIM(WS-FINGERPRINT)
                  ' USER=' FUNCTION TRIM(WS-USER-NAME)
                  ' SEVERITY=' FUNCTION TRIM(WS-SEVERITY-TEXT)
                  DELIMITED BY SIZE INTO WS-LOG-LINE
           PERFORM WRITE-PROMOTION-LOG-LINE
           ADD 1 TO WS-PROMOTED-COUNT
           MOVE WS-NEW-VERSION TO WS-NUM-ED-1
           DISPLAY 'PROMOTED ' FUNCTION TRIM(WS-OUTPUT-FILENAME)
               ' AS VERSION ' FUNCTION TRIM(WS-NUM-ED-1)
               ' OF ' FUNCTION TRIM(WS-BASE-NAME).

       PROMOTE-COMPANION.
      *    Recopie le compagnon courant (.dict, .delta, .fpr) de la
      *    copy promue avec sa version, et comme compagnon vivant.
      *    Un compagnon absent (pas de .delta à la première
      *    génération) n'est pas une erreur, mais le compagnon vivant
      *    d'une version antérieure est alors retiré pour ne pas
      *    accompagner la nouvelle copy vivante.
           MOVE WS-COMPANION(WS-COMPANION-IDX) TO WS-COMPANION-EXT
           PERFORM BUILD-LIBRARY-PATHS
           MOVE SPACES TO WS-COPY-FROM
           STRING FUNCTION TRIM(WS-OUTPUT-FILENAME)
                  FUNCTION TRIM(WS-COMPANION-EXT)
                  DELIMITED BY SIZE INTO WS-COPY-FROM
           MOVE WS-VERSION-PATH TO WS-COPY-TO
           PERFORM COPY-ONE-FILE
           IF WS-COPY-FOUND = 'N'
               PERFORM DELETE-LIVE-COMPANION
               EXIT PARAGRAPH
           END-IF
           IF WS-COPY-OK = 'Y'
               MOVE WS-VERSION-PATH TO WS-COPY-FROM
               MOVE WS-LIVE-PATH TO WS-COPY-TO
               PERFORM COPY-ONE-FILE
           END-IF
           IF WS-COPY-OK = 'N'
               DISPLAY 'WARNING: CANNOT COPY '
                   FUNCTION TRIM(WS-COPY-FROM) ' TO '
                   FUNCTION TRIM(WS-COPY-TO)
                   ' (STATUS ' WS-SOURCE-STATUS '/'
                   WS-TARGET-STATUS ')'
           END-IF.

       CHECK-APPROVAL.
      *    Une copy WARNING est approuvée si la carte la nomme, par
      *    son nom de sortie complet ou par son nom sans chemin.
           MOVE 'N' TO WS-APPROVED
           PERFORM BUILD-BASE-NAME
           MOVE 1 TO WS-APPROVE-IDX
           PERFORM UNTIL WS-APPROVE-IDX > WS-APPROVE-COUNT
                   OR WS-APPROVED = 'Y'
               IF WS-APPROVE-NAME(WS-APPROVE-IDX) = WS-OUTPUT-FILENAME
                       OR WS-APPROVE-NAME(WS-APPROVE-IDX)
                           = WS-BASE-NAME
                   MOVE 'Y' TO WS-APPROVED
               END-IF
               ADD 1 TO WS-APPROVE-IDX
           END-PERFORM.

       BUILD-BASE-NAME.
      *    Nom de la copy dans la bibliothèque : le nom de sortie
      *    sans son chemin (tout ce qui suit le dernier '/').
           MOVE ZERO TO WS-SLASH-POS
           MOVE 1 TO WS-SCAN-POS
           PERFORM UNTIL WS-SCAN-POS >
                       FUNCTION LENGTH(WS-OUTPUT-FILENAME)
               IF WS-OUTPUT-FILENAME(WS-SCAN-POS:1) = '/'
                   MOVE WS-SCAN-POS TO WS-SLASH-POS
               END-IF
               ADD 1 TO WS-SCAN-POS
           END-PERFORM
           MOVE SPACES TO WS-BASE-NAME
           MOVE WS-OUTPUT-FILENAME(WS-SLASH-POS + 1:
                         FUNCTION LENGTH(WS-OUTPUT-FILENAME) -
                         WS-SLASH-POS) TO WS-BASE-NAME.

       BUILD-LIBRARY-PATHS.
      *    Chemins dans la bibliothèque du fichier d'extension
      *    WS-COMPANION-EXT (à blanc pour la copy) : version
      *    WS-FROM-VERSION "<bib>/<copy>.vNNNN<ext>" et copie vivante
      *    "<bib>/<copy><ext>".
           MOVE SPACES TO WS-VERSION-PATH
           STRING FUNCTION TRIM(WS-LIBRARY-DIR) '/'
                  FUNCTION TRIM(WS-BASE-NAME) '.v' WS-FROM-VERSION
                  DELIMITED BY SIZE INTO WS-VERSION-PATH
           MOVE SPACES TO WS-LIVE-PATH
           STRING FUNCTION TRIM(WS-LIBRARY-DIR) '/'
                  FUNCTION TRIM(WS-BASE-NAME)
                  DELIMITED BY SIZE INTO WS-LIVE-PATH
           IF WS-COMPANION-EXT NOT = SPACES
               MOVE SPACES TO WS-COPY-TO
               STRING FUNCTION TRIM(WS-VERSION-PATH)
                      FUNCTION TRIM(WS-COMPANION-EXT)
                      DELIMITED BY SIZE INTO WS-COPY-TO
               MOVE WS-COPY-TO TO WS-VERSION-PATH
               MOVE SPACES TO WS-COPY-TO
               STRING FUNCTION TRIM(WS-LIVE-PATH)
                      FUNCTION TRIM(WS-COMPANION-EXT)
                      DELIMITED BY SIZE INTO WS-COPY-TO
               MOVE WS-COPY-TO TO WS-LIVE-PATH
           END-IF.

       COPY-ONE-FILE.
      *    Recopie WS-COPY-FROM dans WS-COPY-TO ligne à ligne.
      *    WS-COPY-FOUND dit si la source existe, WS-COPY-OK si la
      *    copie est complète.
           MOVE 'N' TO WS-COPY-OK
           MOVE 'N' TO WS-COPY-FOUND
           MOVE SPACES TO WS-TARGET-STATUS
           OPEN INPUT SOURCEFILE
           IF WS-SOURCE-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           MOVE 'Y' TO WS-COPY-FOUND
           OPEN OUTPUT TARGETFILE
           IF WS-TARGET-STATUS NOT = '00'
               CLOSE SOURCEFILE
               EXIT PARAGRAPH
           END-IF
           MOVE ZERO TO WS-COPY-LINES
           MOVE 'N' TO WS-SOURCE-EOF
           PERFORM UNTIL WS-SOURCE-EOF = 'Y'
               READ SOURCEFILE
                   AT END MOVE 'Y' TO WS-SOURCE-EOF
                   NOT AT END
                       MOVE SOURCERECORD TO TARGETRECORD
                       WRITE TARGETRECORD
                       ADD 1 TO WS-COPY-LINES
               END-READ
           END-PERFORM
           CLOSE SOURCEFILE
                 TARGETFILE
           MOVE 'Y' TO WS-COPY-OK.

       DELETE-LIVE-COMPANION.
      *    Retire le compagnon vivant WS-LIVE-PATH via la routine
      *    CBL_DELETE_FILE ; un fichier déjà absent n'est pas une
      *    erreur. Le code retour de la routine est remis à zéro pour
      *    ne pas teinter celui du programme.
           CALL 'CBL_DELETE_FILE' USING WS-LIVE-PATH
           MOVE ZERO TO RETURN-CODE.

       READ-FINGERPRINT.
      *    Lit l'empreinte WS-FPR-FILENAME ("somme lignes") et la
      *    met sous la forme somme/lignes ; NONE si elle est absente.
           MOVE 'NONE' TO WS-FINGERPRINT
           OPEN INPUT FPRFILE
           IF WS-FPR-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           READ FPRFILE
               AT END MOVE SPACES TO FPRRECORD
           END-READ
           CLOSE FPRFILE
           MOVE SPACES TO WS-FPR-SUM-TEXT
           MOVE SPACES TO WS-FPR-LINES-TEXT
           UNSTRING FUNCTION TRIM(FPRRECORD) DELIMITED BY ALL SPACES
               INTO WS-FPR-SUM-TEXT WS-FPR-LINES-TEXT
           IF WS-FPR-SUM-TEXT NOT = SPACES
                   AND WS-FPR-LINES-TEXT NOT = SPACES
               MOVE SPACES TO WS-FINGERPRINT
               STRING FUNCTION TRIM(WS-FPR-SUM-TEXT) '/'
                      FUNCTION TRIM(WS-FPR-LINES-TEXT)
                      DELIMITED BY SIZE INTO WS-FINGERPRINT
           END-IF.

       ROLLBACK-COPYBOOK.
      *    Remet en place la version N-1 de la copy nommée par
      *    PROMOTE-COPYBOOK=, N étant sa version vivante : la copy et
      *    ses compagnons de cette version redeviennent vivants, et
      *    le retour arrière est consigné au journal. Une promotion
      *    ultérieure reprend la numérotation après la dernière
      *    version attribuée, l'historique n'est jamais réécrit.
           IF WS-ROLLBACK-NAME = SPACES
               DISPLAY 'ERROR: ROLLBACK MODE NEEDS PROMOTE-COPYBOOK='
               ADD 1 TO WS-FAILED-COUNT
               MOVE 8 TO WS-RUN-SEVERITY
               EXIT PARAGRAPH
           END-IF
           MOVE WS-ROLLBACK-NAME TO WS-OUTPUT-FILENAME
           PERFORM BUILD-BASE-NAME
           MOVE ZERO TO WS-LIB-FOUND
           MOVE 1 TO WS-LIB-IDX
           PERFORM UNTIL WS-LIB-IDX > WS-LIB-COUNT
                   OR WS-LIB-FOUND > ZERO
               IF WS-LIB-NAME(WS-LIB-IDX) = WS-BASE-NAME
                   MOVE WS-LIB-IDX TO WS-LIB-FOUND
               END-IF
               ADD 1 TO WS-LIB-IDX
           END-PERFORM
           IF WS-LIB-FOUND = ZERO
               DISPLAY 'ERROR: NO PROMOTION HISTORY FOR '
                   FUNCTION TRIM(WS-BASE-NAME)
               ADD 1 TO WS-FAILED-COUNT
               MOVE 8 TO WS-RUN-SEVERITY
               EXIT PARAGRAPH
           END-IF
           IF WS-LIB-LIVE(WS-LIB-FOUND) <= 1
               MOVE WS-LIB-LIVE(WS-LIB-FOUND) TO WS-NUM-ED-1
               DISPLAY 'ERROR: NO VERSION BEFORE LIVE VERSION '
                   FUNCTION TRIM(WS-NUM-ED-1) ' OF '
                   FUNCTION TRIM(WS-BASE-NAME)
               ADD 1 TO WS-FAILED-COUNT
               MOVE 8 TO WS-RUN-SEVERITY
               EXIT PARAGRAPH
           END-IF
           MOVE WS-LIB-LIVE(WS-LIB-FOUND) TO WS-NEW-VERSION
           COMPUTE WS-FROM-VERSION = WS-NEW-VERSION - 1

           MOVE SPACES TO WS-COMPANION-EXT
           PERFORM BUILD-LIBRARY-PATHS
           MOVE WS-VERSION-PATH TO WS-COPY-FROM
           MOVE WS-LIVE-PATH TO WS-COPY-TO
           PERFORM COPY-ONE-FILE
           IF WS-COPY-OK = 'N'
               DISPLAY 'ERROR: CANNOT RESTORE '
                   FUNCTION TRIM(WS-COPY-FROM) ' TO '
                   FUNCTION TRIM(WS-COPY-TO)
                   ' (STATUS ' WS-SOURCE-STATUS '/'
                   WS-TARGET-STATUS ')'
               ADD 1 TO WS-FAILED-COUNT
               MOVE 8 TO WS-RUN-SEVERITY
               EXIT PARAGRAPH
           END-IF
           MOVE 1 TO WS-COMPANION-IDX
           PERFORM UNTIL WS-COMPANION-IDX > 3
               PERFORM RESTORE-COMPANION
               ADD 1 TO WS-COMPANION-IDX
           END-PERFORM

           MOVE SPACES TO WS-COMPANION-EXT
           PERFORM BUILD-LIBRARY-PATHS
           MOVE SPACES TO WS-FPR-FILENAME
           STRING FUNCTION TRIM(WS-VERSION-PATH) '.fpr'
                  DELIMITED BY SIZE INTO WS-FPR-FILENAME
           PERFORM READ-FINGERPRINT

           MOVE WS-FROM-VERSION TO WS-LIB-LIVE(WS-LIB-FOUND)
           MOVE WS-TODAY-DATE TO WS-LIB-DATE(WS-LIB-FOUND)
           MOVE 'ROLLBACK' TO WS-LIB-ACTION(WS-LIB-FOUND)
           MOVE WS-FINGERPRINT TO WS-LIB-FPR(WS-LIB-FOUND)
           MOVE WS-USER-NAME TO WS-LIB-USER(WS-LIB-FOUND)
           MOVE SPACES TO WS-LOG-LINE
           STRING WS-TODAY-DATE ' ' WS-NOW-TIME ' ROLLBACK '
                  FUNCTION TRIM(WS-BASE-NAME)
                  ' VERSION=' WS-FROM-VERSION
                  ' FINGERPRINT=' FUNCTION TRIM(WS-FINGERPRINT)
                  ' USER=' FUNCTION TRIM(WS-USER-NAME)
                  ' FROM=' WS-NEW-VERSION
                  DELIMITED BY SIZE INTO WS-LOG-LINE
           PERFORM WRITE-PROMOTION-LOG-LINE
           ADD 1 TO WS-ROLLBACK-COUNT
           MOVE WS-FROM-VERSION TO WS-NUM-ED-1
           DISPLAY 'ROLLED BACK ' FUNCTION TRIM(WS-BASE-NAME)
               ' TO VERSION ' FUNCTION TRIM(WS-NUM-ED-1).

       RESTORE-COMPANION.
      *    Remet en place le compagnon courant de la version
      *    restaurée ; s'il n'existait pas pour cette version, le
      *    compagnon vivant de la version abandonnée est retiré.
           MOVE WS-COMPANION(WS-COMPANION-IDX) TO WS-COMPANION-EXT
           PERFORM BUILD-LIBRARY-PATHS
           MOVE WS-VERSION-PATH TO WS-COPY-FROM
           MOVE WS-LIVE-PATH TO WS-COPY-TO
           PERFORM COPY-ONE-FILE
           IF WS-COPY-FOUND = 'N'
               PERFORM DELETE-LIVE-COMPANION
               EXIT PARAGRAPH
           END-IF
           IF WS-COPY-OK = 'N'
               DISPLAY 'WARNING: CANNOT RESTORE '
                   FUNCTION TRIM(WS-COPY-FROM) ' TO '
                   FUNCTION TRIM(WS-COPY-TO)
                   ' (STATUS ' WS-SOURCE-STATUS '/'
                   WS-TARGET-STATUS ')'
           END-IF.

       WRITE-PROMOTION-LOG-LINE.
      *    Ajoute WS-LOG-LINE au journal de promotion.
           MOVE WS-LOG-LINE TO PROMOLOGRECORD
           WRITE PROMOLOGRECORD.

       WRITE-LIVE-REPORT.
      *    Écrit le rapport des versions vivantes : une ligne par copy
      *    de la bibliothèque avec sa version vivante, la dernière
      *    version attribuée (plus haute que la vivante après un
      *    retour arrière), la date, l'action, l'empreinte et
      *    l'auteur de la dernière mise en place.
           OPEN OUTPUT LIVEFILE
           IF WS-LIVE-STATUS NOT = '00'
               DISPLAY 'WARNING: CANNOT OPEN LIVE VERSION REPORT '
                   FUNCTION TRIM(WS-LIVE-FILENAME)
                   ' (STATUS ' WS-LIVE-STATUS ') - REPORT SKIPPED'
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-LIVE-LINE
           STRING 'LIVE COPYBOOK VERSIONS AS OF ' WS-TODAY-DATE
                  ' (LIBRARY ' FUNCTION TRIM(WS-LIBRARY-DIR) ')'
                  DELIMITED BY SIZE INTO WS-LIVE-LINE
           MOVE WS-LIVE-LINE TO LIVERECORD
           WRITE LIVERECORD
           MOVE 1 TO WS-LIB-IDX
           PERFORM UNTIL WS-LIB-IDX > WS-LIB-COUNT
               PERFORM WRITE-ONE-LIVE-LINE
               ADD 1 TO WS-LIB-IDX
           END-PERFORM
           IF WS-LIB-COUNT = ZERO
               MOVE 'NO COPYBOOK PROMOTED YET' TO LIVERECORD
               WRITE LIVERECORD
           END-IF
           MOVE WS-LIB-COUNT TO WS-NUM-ED-1
           MOVE SPACES TO WS-LIVE-LINE
           STRING 'COPYBOOKS=' FUNCTION TRIM(WS-NUM-ED-1)
                  DELIMITED BY SIZE INTO WS-LIVE-LINE
           MOVE WS-LIVE-LINE TO LIVERECORD
           WRITE LIVERECORD
           CLOSE LIVEFILE.

       WRITE-ONE-LIVE-LINE.
      *    Écrit la ligne du rapport de la copy courante ; une copy
      *    inscrite mais jamais mise en place est omise.
           IF WS-LIB-LIVE(WS-LIB-IDX) = ZERO
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-LIVE-LINE
           STRING FUNCTION TRIM(WS-LIB-NAME(WS-LIB-IDX))
                  ' LIVE=' WS-LIB-LIVE(WS-LIB-IDX)
                  ' LATEST=' WS-LIB-LATEST(WS-LIB-IDX)
                  ' SINCE=' WS-LIB-DATE(WS-LIB-IDX)
                  ' BY=' FUNCTION TRIM(WS-LIB-ACTION(WS-LIB-IDX))
                  ' FINGERPRINT='
                  FUNCTION TRIM(WS-LIB-FPR(WS-LIB-IDX))
                  ' USER=' FUNCTION TRIM(WS-LIB-USER(WS-LIB-IDX))
                  DELIMITED BY SIZE INTO WS-LIVE-LINE
           MOVE WS-LIVE-LINE TO LIVERECORD
           WRITE LIVERECORD.

       WRITE-RUNLOG-ENTRY.
      *    Consigne l'exécution (horodatage, bibliothèque, mode,
      *    copys promues, retenues, inchangées, retours arrière et
      *    échecs) au journal d'exécution.
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
                  FUNCTION TRIM(WS-LIBRARY-DIR) ' '
                  'MODE=' FUNCTION TRIM(WS-MODE) ' '
                  'PROMOTED=' WS-PROMOTED-COUNT ' '
                  'HELD=' WS-HELD-COUNT ' '
                  'UNCHANGED=' WS-UNCHANGED-COUNT ' '
                  'ROLLBACKS=' WS-ROLLBACK-COUNT ' '
                  'FAILED=' WS-FAILED-COUNT
                  DELIMITED BY SIZE INTO WS-RUNLOG-LINE
           MOVE WS-RUNLOG-LINE TO RUNLOGRECORD
           WRITE RUNLOGRECORD
           CLOSE RUNLOGFILE.
