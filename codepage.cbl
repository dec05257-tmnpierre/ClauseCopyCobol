       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONVERTCODEPAGE.

      *    Programme compagnon de CREATEGROUPVARIABLES : convertit un
      *    fichier de données entre EBCDIC (page de code 037) et
      *    ASCII en suivant le tracé de sa copy générée, lue comme
      *    dans AUDITDATAFILE. Une traduction du fichier entier
      *    corromprait les champs condensés et les demi-octets de
      *    signe des champs zonés : ici les champs X sont traduits
      *    caractère par caractère, les champs 9 zonés le sont aussi
      *    mais leur dernier octet porte le signe dans la convention
      *    de la page cible, et les champs COMP-3 sont recopiés octet
      *    pour octet. Le sens (EBCDIC vers ASCII ou l'inverse) est
      *    choisi par job. Le rapport compte les champs convertis par
      *    nature et signale, par enregistrement et par champ, chaque
      *    octet sans correspondance dans la page cible. Les
      *    enregistrements de contrôle décrits par <copy>.hdrtrl
      *    (voir CREATETESTDATA) sont convertis sur leur propre tracé.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

      *    Sélectionne la copy décrivant le tracé. Le nom est
      *    dynamique pour permettre le mode lot (voir
      *    WS-COPY-FILENAME).
           SELECT COPYFILE ASSIGN TO DYNAMIC WS-COPY-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-COPY-STATUS.

      *    Sélectionne le fichier de données à convertir, dans la
      *    page de code d'origine.
           SELECT INDATAFILE ASSIGN TO DYNAMIC WS-INDATA-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INDATA-STATUS.

      *    Sélectionne le fichier converti, dans la page de code
      *    cible, enregistrement pour enregistrement à la même
      *    longueur.
           SELECT OUTDATAFILE ASSIGN TO DYNAMIC WS-OUTDATA-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OUTDATA-STATUS.

      *    Sélectionne le manifeste du mode lot (une ligne
      *    "copy:données:converti:sens" par job). S'il est absent,
      *    le programme retombe sur le mode simple
      *    output.cpy/hostdata.dat/converted.dat.
           SELECT MANIFESTFILE
               ASSIGN TO DYNAMIC WS-MANIFEST-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MANIFEST-STATUS.

      *    Sélectionne le rapport de conversion du job courant : la
      *    nature de chaque champ, les octets sans correspondance par
      *    enregistrement, puis les compteurs.
           SELECT REPORTFILE ASSIGN TO DYNAMIC WS-REPORT-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

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
       FD COPYFILE.

      *    Définit la structure d'une ligne de la copy lue.
       01 COPYRECORD PIC X(200).

       FD INDATAFILE
           RECORD IS VARYING IN SIZE FROM 1 TO 2000
           DEPENDING ON WS-ACTUAL-LENGTH.
      *    Définit l'enregistrement lu dans la page d'origine ; sa
      *    longueur réelle est relevée à la lecture.
       01 INDATARECORD PIC X(2000).

       FD OUTDATAFILE
           RECORD IS VARYING IN SIZE FROM 1 TO 2000
           DEPENDING ON WS-ACTUAL-LENGTH.
      *    Définit l'enregistrement converti dans la page cible.
       01 OUTDATARECORD PIC X(2000).

       FD MANIFESTFILE.
      *    Définit la structure d'une ligne du manifeste.
       01 MANIFESTRECORD PIC X(200).

       FD REPORTFILE.
      *    Définit la structure d'une ligne du rapport de conversion.
       01 REPORTRECORD PIC X(200).

       FD RUNLOGFILE.
      *    Définit la structure d'une ligne du journal d'exécution.
       01 RUNLOGRECORD PIC X(200).

       FD CONTROLFILE.
      *    Définit la structure d'une ligne de la carte de contrôle.
       01 CONTROLRECORD PIC X(200).

       WORKING-STORAGE SECTION.

      *    Indicateurs de fin de fichier.
       01 WS-EOF PIC X VALUE 'N'.
       01 WS-DATA-EOF PIC X VALUE 'N'.

      *    Une copy multi-enregistrements (01 REDEFINES) décrit
      *    plusieurs tracés du même enregistrement : seule la
      *    première section sert à la conversion, les suivantes sont
      *    ignorées avec un message.
       01 WS-GROUP-SEEN PIC X VALUE 'N'.
       01 WS-STOP-PARSE PIC X VALUE 'N'.

      *    Noms de fichiers dynamiques pour le mode lot ; par défaut
      *    le mode simple output.cpy/hostdata.dat/converted.dat, le
      *    rapport étant nommé d'après le fichier converti.
       01 WS-COPY-FILENAME PIC X(100) VALUE 'output.cpy'.
       01 WS-COPY-STATUS PIC XX VALUE SPACES.
       01 WS-INDATA-FILENAME PIC X(100) VALUE 'hostdata.dat'.
       01 WS-INDATA-STATUS PIC XX VALUE SPACES.
       01 WS-OUTDATA-FILENAME PIC X(100) VALUE 'converted.dat'.
       01 WS-OUTDATA-STATUS PIC XX VALUE SPACES.
       01 WS-REPORT-FILENAME PIC X(110) VALUE SPACES.
       01 WS-REPORT-STATUS PIC XX VALUE SPACES.

      *    Manifeste du mode lot : "copy:données:converti:sens", le
      *    sens étant E2A (EBCDIC vers ASCII) ou A2E (ASCII vers
      *    EBCDIC) ; sans sens, celui de la carte de contrôle.
       01 WS-MANIFEST-FILENAME PIC X(100)
           VALUE 'codepage-manifest.txt'.
       01 WS-MANIFEST-STATUS PIC XX VALUE SPACES.
       01 WS-MANIFEST-EOF PIC X VALUE 'N'.
       01 WS-CTL-COLON-1 PIC 999.
       01 WS-CTL-COLON-2 PIC 999.
       01 WS-CTL-COLON-3 PIC 999.

      *    Sens de conversion du job courant et sens par défaut.
       01 WS-DIRECTION PIC X(3) VALUE SPACES.
       01 WS-DEFAULT-DIRECTION PIC X(3) VALUE 'E2A'.
       01 WS-DIRECTION-TEXT PIC X(30) VALUE SPACES.

      *    Statistiques du job courant pour le journal d'exécution et
      *    la synthèse du rapport : enregistrements, champs convertis
      *    par nature (traduits, zonés, condensés recopiés) et octets
      *    sans correspondance.
       01 WS-LINE-COUNT PIC 9(6) VALUE ZERO.
       01 WS-RECORD-COUNT PIC 9(6) VALUE ZERO.
       01 WS-WRITTEN-COUNT PIC 9(6) VALUE ZERO.
       01 WS-LENGTH-MISMATCH-COUNT PIC 9(6) VALUE ZERO.
       01 WS-CHAR-FIELD-COUNT PIC 9(6) VALUE ZERO.
       01 WS-ZONED-FIELD-COUNT PIC 9(6) VALUE ZERO.
       01 WS-PACKED-FIELD-COUNT PIC 9(6) VALUE ZERO.
       01 WS-CONVERTED-FIELD-COUNT PIC 9(6) VALUE ZERO.
       01 WS-UNMAPPED-COUNT PIC 9(6) VALUE ZERO.
       01 WS-BEYOND-UNMAPPED-COUNT PIC 9(6) VALUE ZERO.
       01 WS-HEADER-COUNT PIC 9(6) VALUE ZERO.
       01 WS-TRAILER-COUNT PIC 9(6) VALUE ZERO.
       01 WS-RUNLOG-LINE PIC X(200) VALUE SPACES.
       01 WS-CURRENT-TIMESTAMP PIC X(21) VALUE SPACES.
       01 WS-RUNLOG-FILENAME PIC X(100) VALUE 'runlog.txt'.
       01 WS-RUNLOG-STATUS PIC XX VALUE SPACES.

      *    Carte de contrôle controlcard.txt : clefs reconnues ici
      *    RUNLOG=, CODEPAGE-MANIFEST= et CODEPAGE-DIRECTION= (sens
      *    des jobs qui n'en donnent pas, E2A par défaut) ;
      *    les clefs des autres programmes de la chaîne sont
      *    ignorées sans bruit, une même carte sert à toute
      *    l'installation.
       01 WS-CONTROL-STATUS PIC XX VALUE SPACES.
       01 WS-CONTROL-EOF PIC X VALUE 'N'.
       01 WS-CONTROL-KEY PIC X(30) VALUE SPACES.
       01 WS-CONTROL-VALUE PIC X(150) VALUE SPACES.
       01 WS-CONTROL-EQ-POS PIC 999 VALUE ZERO.

      *    Ligne de copy en cours d'analyse, passée en majuscules pour
      *    reconnaître PIC, VALUE et OCCURS quelle que soit la casse.
       01 WS-LINE-UPPER PIC X(200) VALUE SPACES.
       01 WS-SCAN-POS PIC 999.
       01 WS-START-POS PIC 999.
       01 WS-END-POS PIC 999.
       01 WS-TAB-CHAR PIC X VALUE X'09'.

      *    Composantes extraites de la ligne de copy courante.
       01 WS-LEVEL-TEXT PIC XX VALUE SPACES.
       01 WS-LEVEL-NUMBER PIC 99 VALUE ZERO.
       01 WS-FIELD-NAME PIC X(30) VALUE SPACES.
       01 WS-FIELD-NAME-LEN PIC 99 VALUE ZERO.
       01 WS-HAS-PIC PIC X VALUE 'N'.
       01 WS-PIC-TYPE PIC X VALUE SPACE.
       01 WS-PIC-LENGTH PIC 9(4) VALUE ZERO.
       01 WS-HAS-VALUE PIC X VALUE 'N'.
       01 WS-VALUE-TEXT PIC X(100) VALUE SPACES.
       01 WS-VALUE-LEN PIC 999 VALUE ZERO.
       01 WS-QUOTE-CHAR PIC X VALUE SPACE.
       01 WS-DIGITS-TEXT PIC X(4) VALUE SPACES.
       01 WS-DIGITS-LEN PIC 9 VALUE ZERO.
       01 WS-OCCURS-COUNT PIC 9(4) VALUE 1.
       01 WS-OCCURS-SCAN-LIMIT PIC 999 VALUE ZERO.

      *    Attributs numériques étendus de la clause PIC, comme dans
      *    les autres programmes compagnons.
       01 WS-PIC-SIGNED PIC X VALUE 'N'.
       01 WS-PIC-PACKED PIC X VALUE 'N'.
       01 WS-PIC-DEC-DIGITS PIC 99 VALUE ZERO.
       01 WS-PIC-INT-DIGITS PIC 9(4) VALUE ZERO.
       01 WS-PIC-COUNT PIC 9(4) VALUE ZERO.
       01 WS-PIC-COUNT-CHAR PIC X VALUE SPACE.
       01 WS-PIC-BYTES PIC 9(4) VALUE ZERO.

      *    Analyse d'un littéral VALUE non quoté : un point suivi
      *    d'un chiffre appartient au littéral décimal.
       01 WS-VALUE-END PIC X VALUE 'N'.
       01 WS-VALUE-TAKE PIC X VALUE 'N'.

      *    Table des champs élémentaires du tracé, OCCURS dépliés.
      *    WS-FE-LENGTH est l'empreinte en octets ; WS-FE-UNMAPPED
      *    compte les octets du champ restés sans correspondance.
       01 WS-FIELD-COUNT PIC 999 VALUE ZERO.
       01 WS-FIELD-TABLE.
           05 WS-FIELD-ENTRY OCCURS 500 TIMES.
               10 WS-FE-NAME PIC X(30).
               10 WS-FE-OFFSET PIC 9(5).
               10 WS-FE-LENGTH PIC 9(4).
               10 WS-FE-TYPE PIC X.
               10 WS-FE-SIGNED PIC X.
               10 WS-FE-PACKED PIC X.
               10 WS-FE-DECIMALS PIC 99.
               10 WS-FE-DIGITS PIC 9(4).
               10 WS-FE-HAS-VALUE PIC X.
               10 WS-FE-VALUE PIC X(100).
               10 WS-FE-UNMAPPED PIC 9(6).
       01 WS-FIELD-IDX PIC 999 VALUE ZERO.
       01 WS-TABLE-FULL-WARNED PIC X VALUE 'N'.
       01 WS-RECORD-LENGTH PIC 9(5) VALUE ZERO.

      *    Dépliage des groupes répétitifs, comme dans
      *    CREATETESTDATA : deux niveaux d'imbrication gérés.
       01 WS-OCC-DEPTH PIC 9 VALUE ZERO.
       01 WS-OCC-STACK.
           05 WS-OCC-GROUP OCCURS 2 TIMES.
               10 WS-OCC-LEVEL PIC 99.
               10 WS-OCC-COUNT PIC 9(4).
               10 WS-OCC-START PIC 999.
               10 WS-OCC-OFFSET PIC 9(5).
       01 WS-LAYOUT-UNSUPPORTED PIC X VALUE 'N'.
       01 WS-OCC-BLOCK-BYTES PIC 9(5) VALUE ZERO.
       01 WS-OCC-BLOCK-FIELDS PIC 999 VALUE ZERO.
       01 WS-OCC-REP PIC 9(4) VALUE ZERO.
       01 WS-OCC-SRC-IDX PIC 999 VALUE ZERO.

      *    Correspondance des caractères imprimables entre la page de
      *    code EBCDIC 037 et ASCII : le i-ème octet de
      *    WS-CP-ASCII-CHARS et celui de WS-CP-EBCDIC-CHARS sont le
      *    même caractère (LOW-VALUE se correspond à lui-même). Les
      *    tables de traduction à 256 positions (indicées par
      *    l'ordinal de l'octet lu) en sont tirées au démarrage ;
      *    un octet absent de la liste n'a pas de correspondance.
       01 WS-CP-ASCII-CHARS.
           05 FILLER PIC X(16)
               VALUE X'00202122232425262728292A2B2C2D2E'.
           05 FILLER PIC X(16)
               VALUE X'2F303132333435363738393A3B3C3D3E'.
           05 FILLER PIC X(16)
               VALUE X'3F404142434445464748494A4B4C4D4E'.
           05 FILLER PIC X(16)
               VALUE X'4F505152535455565758595A5B5C5D5E'.
           05 FILLER PIC X(16)
               VALUE X'5F606162636465666768696A6B6C6D6E'.
           05 FILLER PIC X(16)
               VALUE X'6F707172737475767778797A7B7C7D7E'.
       01 WS-CP-EBCDIC-CHARS.
           05 FILLER PIC X(16)
               VALUE X'00405A7F7B5B6C507D4D5D5C4E6B604B'.
           05 FILLER PIC X(16)
               VALUE X'61F0F1F2F3F4F5F6F7F8F97A5E4C7E6E'.
           05 FILLER PIC X(16)
               VALUE X'6F7CC1C2C3C4C5C6C7C8C9D1D2D3D4D5'.
           05 FILLER PIC X(16)
               VALUE X'D6D7D8D9E2E3E4E5E6E7E8E9BAE0BBB0'.
           05 FILLER PIC X(16)
               VALUE X'6D798182838485868788899192939495'.
           05 FILLER PIC X(16)
               VALUE X'96979899A2A3A4A5A6A7A8A9C04FD0A1'.
       01 WS-CP-PAIR-COUNT PIC 999 VALUE 96.
       01 WS-CP-IDX PIC 999 VALUE ZERO.
       01 WS-E2A-TABLE PIC X(256) VALUE SPACES.
       01 WS-E2A-MAPPED PIC X(256) VALUE ALL 'N'.
       01 WS-A2E-TABLE PIC X(256) VALUE SPACES.
       01 WS-A2E-MAPPED PIC X(256) VALUE ALL 'N'.

      *    Table du sens courant, et caractères de remplacement d'un
      *    octet sans correspondance dans la page cible : espace dans
      *    un champ X, zéro dans un champ zoné (le champ reste
      *    numérique pour AUDITDATAFILE, l'octet est signalé).
       01 WS-XLATE-TABLE PIC X(256) VALUE SPACES.
       01 WS-XLATE-MAPPED PIC X(256) VALUE ALL 'N'.
       01 WS-OUT-SPACE PIC X VALUE SPACE.
       01 WS-OUT-ZERO PIC X VALUE '0'.
       01 WS-SUBSTITUTE-CHAR PIC X VALUE SPACE.

      *    Tampons et positions de conversion. WS-BYTE-ORD est
      *    l'ordinal de l'octet lu (valeur binaire plus un),
      *    WS-BYTE-ZONE et WS-BYTE-DIGIT ses deux demi-octets.
       01 WS-ACTUAL-LENGTH PIC 9(5) VALUE ZERO.
       01 WS-EXPECTED-LENGTH PIC 9(5) VALUE ZERO.
       01 WS-IN-BUFFER PIC X(2000) VALUE SPACES.
       01 WS-OUT-BUFFER PIC X(2000) VALUE SPACES.
       01 WS-FROM-IDX PIC 999 VALUE ZERO.
       01 WS-TO-IDX PIC 999 VALUE ZERO.
       01 WS-LAST-FIELD-IDX PIC 999 VALUE ZERO.
       01 WS-FIELD-POS PIC 9(5) VALUE ZERO.
       01 WS-FIELD-LEN PIC 9(4) VALUE ZERO.
       01 WS-FIELD-CUT PIC X VALUE 'N'.
       01 WS-BYTE-POS PIC 9(4) VALUE ZERO.
       01 WS-BYTE-ABS PIC 9(5) VALUE ZERO.
       01 WS-BYTE-LIMIT PIC 9(4) VALUE ZERO.
       01 WS-IN-CHAR PIC X VALUE SPACE.
       01 WS-BYTE-ORD PIC 999 VALUE ZERO.
       01 WS-BYTE-VALUE PIC 999 VALUE ZERO.
       01 WS-BYTE-ZONE PIC 99 VALUE ZERO.
       01 WS-BYTE-DIGIT PIC 99 VALUE ZERO.
       01 WS-HEX-DIGITS PIC X(16) VALUE '0123456789ABCDEF'.
       01 WS-HEX-TEXT PIC XX VALUE SPACES.

      *    Enregistrements de contrôle : le tracé de l'en-tête et de
      *    la fin de fichier est décrit à côté de la copy de détail,
      *    dans <copy>.hdrtrl. Ce fichier commence par des lignes de
      *    directive en colonne 1 (HASH-FIELD=, TRAILER-COUNT=,
      *    TRAILER-HASH=, HEADER-DATE=, HEADER-SENDER=) suivies de
      *    deux 01 écrits comme une copy : l'en-tête puis la fin de
      *    fichier. Leurs champs sont rangés dans la table des champs
      *    après ceux du détail (plages WS-HDR-FIRST/LAST et
      *    WS-TRL-FIRST/LAST), à des décalages propres à chaque
      *    enregistrement. Chaque tracé de contrôle est reconnu par
      *    son premier champ X portant un littéral VALUE (le type
      *    d'enregistrement, ex. 'HDR' ou 'TRL'), traduit dans la
      *    page d'origine pour la reconnaissance. Sans fichier
      *    .hdrtrl, tous les enregistrements sont du détail.
       01 WS-HDRTRL-FILENAME PIC X(100) VALUE SPACES.
       01 WS-DETAIL-COPY-FILENAME PIC X(100) VALUE SPACES.
       01 WS-HDRTRL-PRESENT PIC X VALUE 'N'.
       01 WS-RECORD-KIND PIC X VALUE 'D'.
       01 WS-HDRTRL-INVALID PIC X VALUE 'N'.
       01 WS-HDRTRL-LOADING PIC X VALUE 'N'.
       01 WS-HDRTRL-PART PIC 9 VALUE ZERO.
       01 WS-DETAIL-FIELD-COUNT PIC 999 VALUE ZERO.
       01 WS-DETAIL-LENGTH PIC 9(5) VALUE ZERO.
       01 WS-HDR-FIRST PIC 999 VALUE ZERO.
       01 WS-HDR-LAST PIC 999 VALUE ZERO.
       01 WS-HDR-LENGTH PIC 9(5) VALUE ZERO.
       01 WS-TRL-FIRST PIC 999 VALUE ZERO.
       01 WS-TRL-LAST PIC 999 VALUE ZERO.
       01 WS-TRL-LENGTH PIC 9(5) VALUE ZERO.
       01 WS-HDR-ID-OFFSET PIC 9(5) VALUE ZERO.
       01 WS-HDR-ID-LENGTH PIC 99 VALUE ZERO.
       01 WS-HDR-ID-VALUE PIC X(30) VALUE SPACES.
       01 WS-HDR-ID-INPUT PIC X(30) VALUE SPACES.
       01 WS-TRL-ID-OFFSET PIC 9(5) VALUE ZERO.
       01 WS-TRL-ID-LENGTH PIC 99 VALUE ZERO.
       01 WS-TRL-ID-VALUE PIC X(30) VALUE SPACES.
       01 WS-TRL-ID-INPUT PIC X(30) VALUE SPACES.
       01 WS-ID-TEXT PIC X(30) VALUE SPACES.

      *    Directives du fichier .hdrtrl, vérifiées comme dans les
      *    autres programmes de la chaîne même si la conversion n'en
      *    a pas l'usage.
       01 WS-HASH-FIELD-NAME PIC X(30) VALUE SPACES.
       01 WS-TRL-COUNT-NAME PIC X(30) VALUE SPACES.
       01 WS-TRL-HASH-NAME PIC X(30) VALUE SPACES.
       01 WS-HDR-DATE-NAME PIC X(30) VALUE SPACES.
       01 WS-HDR-SENDER-NAME PIC X(30) VALUE SPACES.
       01 WS-HASH-FIELD-IDX PIC 999 VALUE ZERO.
       01 WS-TRL-COUNT-IDX PIC 999 VALUE ZERO.
       01 WS-TRL-HASH-IDX PIC 999 VALUE ZERO.
       01 WS-HDR-DATE-IDX PIC 999 VALUE ZERO.
       01 WS-HDR-SENDER-IDX PIC 999 VALUE ZERO.
       01 WS-HDRTRL-LOOKUP PIC X(30) VALUE SPACES.
       01 WS-HDRTRL-FROM PIC 999 VALUE ZERO.
       01 WS-HDRTRL-TO PIC 999 VALUE ZERO.
       01 WS-HDRTRL-FOUND PIC 999 VALUE ZERO.
       01 WS-HDRTRL-WHERE PIC X(7) VALUE SPACES.
       01 WS-HDRTRL-NEED-NUMERIC PIC X VALUE 'N'.

      *    Mise en page du rapport de conversion.
       01 WS-REPORT-LINE PIC X(200) VALUE SPACES.
       01 WS-KIND-TEXT PIC X(30) VALUE SPACES.
       01 WS-NUM-ED-1 PIC ZZZZ9.
       01 WS-NUM-ED-2 PIC ZZZZ9.

       PROCEDURE DIVISION.
       BEGIN.
      *    Les enregistrements convertis sont de longueur fixe : les
      *    espaces de fin doivent être conservés à l'écriture, et la
      *    validation LINE SEQUENTIAL est désactivée pour laisser
      *    passer les octets EBCDIC et ceux des champs condensés.
           DISPLAY 'COB_LS_FIXED' UPON ENVIRONMENT-NAME
           DISPLAY '1' UPON ENVIRONMENT-VALUE
           DISPLAY 'COB_LS_VALIDATE' UPON ENVIRONMENT-NAME
           DISPLAY '0' UPON ENVIRONMENT-VALUE

      *    La carte de contrôle est lue avant toute ouverture.
           PERFORM READ-CONTROL-CARD
           PERFORM BUILD-CODE-PAGE-TABLES

      *    Mode lot : un manifeste "copy:données:converti:sens" par
      *    ligne traite plusieurs jobs en une seule exécution. S'il
      *    est absent, on retombe sur le mode simple.
           OPEN EXTEND RUNLOGFILE
           IF WS-RUNLOG-STATUS NOT = '00'
               OPEN OUTPUT RUNLOGFILE
           END-IF
           OPEN INPUT MANIFESTFILE
           IF WS-MANIFEST-STATUS = '00'
               PERFORM UNTIL WS-MANIFEST-EOF = 'Y'
                   READ MANIFESTFILE
                       AT END MOVE 'Y' TO WS-MANIFEST-EOF
                   END-READ
                   IF WS-MANIFEST-EOF NOT = 'Y'
                       PERFORM PARSE-CONTROL-LINE
                       PERFORM PROCESS-ONE-JOB
                   END-IF
               END-PERFORM
               CLOSE MANIFESTFILE
           ELSE
               MOVE WS-DEFAULT-DIRECTION TO WS-DIRECTION
               PERFORM PROCESS-ONE-JOB
           END-IF
           CLOSE RUNLOGFILE
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
               WHEN 'CODEPAGE-MANIFEST'
                   MOVE WS-CONTROL-VALUE(1:100)
                       TO WS-MANIFEST-FILENAME
               WHEN 'CODEPAGE-DIRECTION'
                   IF FUNCTION UPPER-CASE(WS-CONTROL-VALUE) = 'E2A'
                           OR FUNCTION UPPER-CASE(WS-CONTROL-VALUE)
                               = 'A2E'
                       MOVE FUNCTION UPPER-CASE(WS-CONTROL-VALUE(1:3))
                           TO WS-DEFAULT-DIRECTION
                   ELSE
                       DISPLAY 'WARNING: INVALID VALUE FOR CONTROL '
                           'CARD KEY CODEPAGE-DIRECTION: "'
                           FUNCTION TRIM(WS-CONTROL-VALUE)
                           '" - COMPILED DEFAULT KEPT'
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       PARSE-CONTROL-LINE.
      *    Découpe une ligne "copy:données:converti:sens" du
      *    manifeste ; sans sens, celui de la carte de contrôle.
           MOVE 1 TO WS-CTL-COLON-1
           PERFORM UNTIL WS-CTL-COLON-1 >
                       FUNCTION LENGTH(MANIFESTRECORD)
                   OR MANIFESTRECORD(WS-CTL-COLON-1:1) = ':'
               ADD 1 TO WS-CTL-COLON-1
           END-PERFORM
           MOVE WS-CTL-COLON-1 TO WS-CTL-COLON-2
           ADD 1 TO WS-CTL-COLON-2
           PERFORM UNTIL WS-CTL-COLON-2 >
                       FUNCTION LENGTH(MANIFESTRECORD)
                   OR MANIFESTRECORD(WS-CTL-COLON-2:1) = ':'
               ADD 1 TO WS-CTL-COLON-2
           END-PERFORM
           MOVE WS-CTL-COLON-2 TO WS-CTL-COLON-3
           ADD 1 TO WS-CTL-COLON-3
           PERFORM UNTIL WS-CTL-COLON-3 >
                       FUNCTION LENGTH(MANIFESTRECORD)
                   OR MANIFESTRECORD(WS-CTL-COLON-3:1) = ':'
               ADD 1 TO WS-CTL-COLON-3
           END-PERFORM

           MOVE SPACES TO WS-COPY-FILENAME
           MOVE SPACES TO WS-INDATA-FILENAME
           MOVE SPACES TO WS-OUTDATA-FILENAME
           MOVE WS-DEFAULT-DIRECTION TO WS-DIRECTION

           IF WS-CTL-COLON-1 > 1
               MOVE MANIFESTRECORD(1:WS-CTL-COLON-1 - 1)
                   TO WS-COPY-FILENAME
           END-IF
           IF WS-CTL-COLON-2 - WS-CTL-COLON-1 > 1
               MOVE MANIFESTRECORD(WS-CTL-COLON-1 + 1:
                             WS-CTL-COLON-2 - WS-CTL-COLON-1 - 1)
                   TO WS-INDATA-FILENAME
           END-IF
           IF WS-CTL-COLON-3 - WS-CTL-COLON-2 > 1
               MOVE MANIFESTRECORD(WS-CTL-COLON-2 + 1:
                             WS-CTL-COLON-3 - WS-CTL-COLON-2 - 1)
                   TO WS-OUTDATA-FILENAME
           END-IF
           IF WS-CTL-COLON-3 < FUNCTION LENGTH(MANIFESTRECORD)
               IF MANIFESTRECORD(WS-CTL-COLON-3 + 1:
                       FUNCTION LENGTH(MANIFESTRECORD) -
                       WS-CTL-COLON-3) NOT = SPACES
                   MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(
                       MANIFESTRECORD(WS-CTL-COLON-3 + 1:
                             FUNCTION LENGTH(MANIFESTRECORD) -
                             WS-CTL-COLON-3))) TO WS-DIRECTION-TEXT
                   MOVE WS-DIRECTION-TEXT(1:3) TO WS-DIRECTION
                   IF WS-DIRECTION-TEXT(4:27) NOT = SPACES
                       MOVE 'BAD' TO WS-DIRECTION
                   END-IF
               END-IF
           END-IF.

       BUILD-CODE-PAGE-TABLES.
      *    Tire de la liste des caractères communs les deux tables de
      *    traduction à 256 positions, EBCDIC vers ASCII et ASCII
      *    vers EBCDIC, et le repère des octets qui ont une
      *    correspondance.
           MOVE 1 TO WS-CP-IDX
           PERFORM UNTIL WS-CP-IDX > WS-CP-PAIR-COUNT
               MOVE FUNCTION ORD(WS-CP-EBCDIC-CHARS(WS-CP-IDX:1))
                   TO WS-BYTE-ORD
               MOVE WS-CP-ASCII-CHARS(WS-CP-IDX:1)
                   TO WS-E2A-TABLE(WS-BYTE-ORD:1)
               MOVE 'Y' TO WS-E2A-MAPPED(WS-BYTE-ORD:1)
               MOVE FUNCTION ORD(WS-CP-ASCII-CHARS(WS-CP-IDX:1))
                   TO WS-BYTE-ORD
               MOVE WS-CP-EBCDIC-CHARS(WS-CP-IDX:1)
                   TO WS-A2E-TABLE(WS-BYTE-ORD:1)
               MOVE 'Y' TO WS-A2E-MAPPED(WS-BYTE-ORD:1)
               ADD 1 TO WS-CP-IDX
           END-PERFORM.

       SELECT-CODE-PAGE-TABLE.
      *    Retient la table du sens du job, le libellé du sens et les
      *    caractères de remplacement (espace et zéro) dans la page
      *    cible.
           IF WS-DIRECTION = 'E2A'
               MOVE WS-E2A-TABLE TO WS-XLATE-TABLE
               MOVE WS-E2A-MAPPED TO WS-XLATE-MAPPED
               MOVE 'EBCDIC (037) TO ASCII' TO WS-DIRECTION-TEXT
               MOVE X'20' TO WS-OUT-SPACE
               MOVE X'30' TO WS-OUT-ZERO
           ELSE
               MOVE WS-A2E-TABLE TO WS-XLATE-TABLE
               MOVE WS-A2E-MAPPED TO WS-XLATE-MAPPED
               MOVE 'ASCII TO EBCDIC (037)' TO WS-DIRECTION-TEXT
               MOVE X'40' TO WS-OUT-SPACE
               MOVE X'F0' TO WS-OUT-ZERO
           END-IF.

       PROCESS-ONE-JOB.
      *    Traite un job : charge le tracé (et celui des
      *    enregistrements de contrôle), convertit chaque
      *    enregistrement champ par champ puis écrit le rapport de
      *    conversion.
           MOVE 'N' TO WS-DATA-EOF
           MOVE ZERO TO WS-RECORD-COUNT
           MOVE ZERO TO WS-WRITTEN-COUNT
           MOVE ZERO TO WS-LENGTH-MISMATCH-COUNT
           MOVE ZERO TO WS-CHAR-FIELD-COUNT
           MOVE ZERO TO WS-ZONED-FIELD-COUNT
           MOVE ZERO TO WS-PACKED-FIELD-COUNT
           MOVE ZERO TO WS-CONVERTED-FIELD-COUNT
           MOVE ZERO TO WS-UNMAPPED-COUNT
           MOVE ZERO TO WS-BEYOND-UNMAPPED-COUNT
           MOVE ZERO TO WS-HEADER-COUNT
           MOVE ZERO TO WS-TRAILER-COUNT

           IF WS-DIRECTION NOT = 'E2A' AND WS-DIRECTION NOT = 'A2E'
               DISPLAY 'SKIPPING JOB: INVALID DIRECTION FOR '
                   FUNCTION TRIM(WS-INDATA-FILENAME)
                   ' - E2A OR A2E EXPECTED'
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           PERFORM SELECT-CODE-PAGE-TABLE

           PERFORM LOAD-LAYOUT
           IF WS-LAYOUT-UNSUPPORTED = 'Y' OR WS-FIELD-COUNT = ZERO
               DISPLAY 'SKIPPING JOB: CANNOT LOAD LAYOUT FROM '
                   FUNCTION TRIM(WS-COPY-FILENAME)
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           PERFORM LOAD-HDRTRL-LAYOUT
           IF WS-HDRTRL-INVALID = 'Y'
               EXIT PARAGRAPH
           END-IF
           MOVE WS-FIELD-COUNT TO WS-LAST-FIELD-IDX
           IF WS-HDRTRL-PRESENT = 'Y'
               MOVE WS-TRL-LAST TO WS-LAST-FIELD-IDX
               PERFORM PREPARE-CONTROL-IDENTITIES
           END-IF
           MOVE 1 TO WS-FIELD-IDX
           PERFORM UNTIL WS-FIELD-IDX > WS-LAST-FIELD-IDX
               MOVE ZERO TO WS-FE-UNMAPPED(WS-FIELD-IDX)
               ADD 1 TO WS-FIELD-IDX
           END-PERFORM

           OPEN INPUT INDATAFILE
           IF WS-INDATA-STATUS NOT = '00'
               DISPLAY 'SKIPPING JOB: CANNOT OPEN DATA FILE '
                   FUNCTION TRIM(WS-INDATA-FILENAME)
                   ' (STATUS ' WS-INDATA-STATUS ')'
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT OUTDATAFILE
           IF WS-OUTDATA-STATUS NOT = '00'
               DISPLAY 'SKIPPING JOB: CANNOT OPEN CONVERTED FILE '
                   FUNCTION TRIM(WS-OUTDATA-FILENAME)
                   ' (STATUS ' WS-OUTDATA-STATUS ')'
               MOVE 8 TO RETURN-CODE
               CLOSE INDATAFILE
               EXIT PARAGRAPH
           END-IF
           PERFORM BUILD-REPORT-FILENAME
           OPEN OUTPUT REPORTFILE
           IF WS-REPORT-STATUS NOT = '00'
               DISPLAY 'SKIPPING JOB: CANNOT OPEN CONVERSION REPORT '
                   FUNCTION TRIM(WS-REPORT-FILENAME)
                   ' (STATUS ' WS-REPORT-STATUS ')'
               MOVE 8 TO RETURN-CODE
               CLOSE INDATAFILE
                     OUTDATAFILE
               EXIT PARAGRAPH
           END-IF

           PERFORM WRITE-LAYOUT-SECTION

           PERFORM UNTIL WS-DATA-EOF = 'Y'
               READ INDATAFILE
                   AT END MOVE 'Y' TO WS-DATA-EOF
                   NOT AT END
                       ADD 1 TO WS-RECORD-COUNT
                       PERFORM CONVERT-ONE-RECORD
               END-READ
           END-PERFORM

           CLOSE INDATAFILE
                 OUTDATAFILE

           PERFORM WRITE-CONVERSION-SUMMARY
           CLOSE REPORTFILE
           PERFORM WRITE-RUNLOG-ENTRY.

       BUILD-REPORT-FILENAME.
      *    Nomme le rapport de conversion à partir du nom du fichier
      *    converti.
           MOVE SPACES TO WS-REPORT-FILENAME
           STRING FUNCTION TRIM(WS-OUTDATA-FILENAME) '.codepage'
                  DELIMITED BY SIZE INTO WS-REPORT-FILENAME.

       PREPARE-CONTROL-IDENTITIES.
      *    Les types d'enregistrement de l'en-tête et de la fin de
      *    fichier sont écrits en clair dans le .hdrtrl : pour
      *    reconnaître un fichier EBCDIC, ils sont d'abord traduits
      *    dans sa page de code.
           MOVE WS-HDR-ID-VALUE TO WS-HDR-ID-INPUT
           MOVE WS-TRL-ID-VALUE TO WS-TRL-ID-INPUT
           IF WS-DIRECTION NOT = 'E2A'
               EXIT PARAGRAPH
           END-IF
           MOVE WS-HDR-ID-VALUE TO WS-ID-TEXT
           PERFORM TRANSLATE-ID-TEXT
           MOVE WS-ID-TEXT TO WS-HDR-ID-INPUT
           MOVE WS-TRL-ID-VALUE TO WS-ID-TEXT
           PERFORM TRANSLATE-ID-TEXT
           MOVE WS-ID-TEXT TO WS-TRL-ID-INPUT.

       TRANSLATE-ID-TEXT.
      *    Traduit WS-ID-TEXT d'ASCII en EBCDIC, octet par octet.
           MOVE 1 TO WS-BYTE-POS
           PERFORM UNTIL WS-BYTE-POS > 30
               MOVE FUNCTION ORD(WS-ID-TEXT(WS-BYTE-POS:1))
                   TO WS-BYTE-ORD
               MOVE WS-A2E-TABLE(WS-BYTE-ORD:1)
                   TO WS-ID-TEXT(WS-BYTE-POS:1)
               ADD 1 TO WS-BYTE-POS
           END-PERFORM.

       CLASSIFY-CONTROL-RECORD.
      *    Reconnaît l'enregistrement lu par son type
      *    d'enregistrement : l'en-tête n'est reconnu qu'en premier,
      *    la fin de fichier partout.
           MOVE 'D' TO WS-RECORD-KIND
           IF WS-RECORD-COUNT = 1 AND WS-ACTUAL-LENGTH >=
                   WS-HDR-ID-OFFSET + WS-HDR-ID-LENGTH
               IF INDATARECORD(WS-HDR-ID-OFFSET + 1:
                       WS-HDR-ID-LENGTH) =
                       WS-HDR-ID-INPUT(1:WS-HDR-ID-LENGTH)
                   MOVE 'H' TO WS-RECORD-KIND
                   EXIT PARAGRAPH
               END-IF
           END-IF
           IF WS-ACTUAL-LENGTH >= WS-TRL-ID-OFFSET + WS-TRL-ID-LENGTH
               IF INDATARECORD(WS-TRL-ID-OFFSET + 1:
                       WS-TRL-ID-LENGTH) =
                       WS-TRL-ID-INPUT(1:WS-TRL-ID-LENGTH)
                   MOVE 'T' TO WS-RECORD-KIND
               END-IF
           END-IF.

       WRITE-LAYOUT-SECTION.
      *    Écrit en tête du rapport le sens de conversion puis la
      *    nature de chaque champ du tracé : traduit (CHARACTER),
      *    zoné (ZONED, signe converti) ou condensé recopié tel quel
      *    (PACKED).
           MOVE SPACES TO WS-REPORT-LINE
           STRING 'CODE PAGE CONVERSION OF '
                  FUNCTION TRIM(WS-INDATA-FILENAME)
                  ' TO ' FUNCTION TRIM(WS-OUTDATA-FILENAME)
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE WS-RECORD-LENGTH TO WS-NUM-ED-1
           STRING 'DIRECTION ' FUNCTION TRIM(WS-DIRECTION-TEXT)
                  ' - LAYOUT ' FUNCTION TRIM(WS-COPY-FILENAME)
                  ' RECORD LENGTH ' FUNCTION TRIM(WS-NUM-ED-1)
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           PERFORM WRITE-REPORT-LINE

           MOVE 'FIELD LAYOUT' TO WS-REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE 1 TO WS-FROM-IDX
           MOVE WS-FIELD-COUNT TO WS-TO-IDX
           PERFORM WRITE-LAYOUT-RANGE
           IF WS-HDRTRL-PRESENT = 'Y'
               MOVE SPACES TO WS-REPORT-LINE
               STRING 'HEADER RECORD LAYOUT ('
                      FUNCTION TRIM(WS-HDRTRL-FILENAME) ')'
                      DELIMITED BY SIZE INTO WS-REPORT-LINE
               PERFORM WRITE-REPORT-LINE
               MOVE WS-HDR-FIRST TO WS-FROM-IDX
               MOVE WS-HDR-LAST TO WS-TO-IDX
               PERFORM WRITE-LAYOUT-RANGE
               MOVE SPACES TO WS-REPORT-LINE
               STRING 'TRAILER RECORD LAYOUT ('
                      FUNCTION TRIM(WS-HDRTRL-FILENAME) ')'
                      DELIMITED BY SIZE INTO WS-REPORT-LINE
               PERFORM WRITE-REPORT-LINE
               MOVE WS-TRL-FIRST TO WS-FROM-IDX
               MOVE WS-TRL-LAST TO WS-TO-IDX
               PERFORM WRITE-LAYOUT-RANGE
           END-IF
           MOVE 'UNMAPPED BYTES' TO WS-REPORT-LINE
           PERFORM WRITE-REPORT-LINE.

       WRITE-LAYOUT-RANGE.
      *    Écrit une ligne par champ de la plage
      *    WS-FROM-IDX..WS-TO-IDX : nom, décalage, longueur, nature.
           MOVE WS-FROM-IDX TO WS-FIELD-IDX
           PERFORM UNTIL WS-FIELD-IDX > WS-TO-IDX
               MOVE WS-FE-OFFSET(WS-FIELD-IDX) TO WS-NUM-ED-1
               MOVE WS-FE-LENGTH(WS-FIELD-IDX) TO WS-NUM-ED-2
               IF WS-FE-PACKED(WS-FIELD-IDX) = 'Y'
                   MOVE 'PACKED (PASSED THROUGH)' TO WS-KIND-TEXT
               ELSE
                   IF WS-FE-TYPE(WS-FIELD-IDX) = '9'
                       IF WS-FE-SIGNED(WS-FIELD-IDX) = 'Y'
                           MOVE 'ZONED SIGNED' TO WS-KIND-TEXT
                       ELSE
                           MOVE 'ZONED' TO WS-KIND-TEXT
                       END-IF
                   ELSE
                       MOVE 'CHARACTER' TO WS-KIND-TEXT
                   END-IF
               END-IF
               MOVE SPACES TO WS-REPORT-LINE
               STRING '  ' FUNCTION TRIM(WS-FE-NAME(WS-FIELD-IDX))
                      ' OFFSET ' FUNCTION TRIM(WS-NUM-ED-1)
                      ' LENGTH ' FUNCTION TRIM(WS-NUM-ED-2)
                      ' ' FUNCTION TRIM(WS-KIND-TEXT)
                      DELIMITED BY SIZE INTO WS-REPORT-LINE
               PERFORM WRITE-REPORT-LINE
               ADD 1 TO WS-FIELD-IDX
           END-PERFORM.

       CONVERT-ONE-RECORD.
      *    Convertit l'enregistrement lu champ par champ sur le tracé
      *    qui lui correspond (détail, en-tête ou fin de fichier).
      *    Un enregistrement plus long que son tracé voit ses octets
      *    en trop traduits comme des caractères ; plus court, ses
      *    champs sont convertis jusqu'à la fin lue. L'enregistrement
      *    converti garde la longueur lue.
           MOVE 'D' TO WS-RECORD-KIND
           IF WS-HDRTRL-PRESENT = 'Y'
               PERFORM CLASSIFY-CONTROL-RECORD
           END-IF
           IF WS-RECORD-KIND = 'H'
               ADD 1 TO WS-HEADER-COUNT
               MOVE WS-HDR-FIRST TO WS-FROM-IDX
               MOVE WS-HDR-LAST TO WS-TO-IDX
               MOVE WS-HDR-LENGTH TO WS-EXPECTED-LENGTH
           ELSE
               IF WS-RECORD-KIND = 'T'
                   ADD 1 TO WS-TRAILER-COUNT
                   MOVE WS-TRL-FIRST TO WS-FROM-IDX
                   MOVE WS-TRL-LAST TO WS-TO-IDX
                   MOVE WS-TRL-LENGTH TO WS-EXPECTED-LENGTH
               ELSE
                   MOVE 1 TO WS-FROM-IDX
                   MOVE WS-FIELD-COUNT TO WS-TO-IDX
                   MOVE WS-RECORD-LENGTH TO WS-EXPECTED-LENGTH
               END-IF
           END-IF
           IF WS-ACTUAL-LENGTH NOT = WS-EXPECTED-LENGTH
               ADD 1 TO WS-LENGTH-MISMATCH-COUNT
           END-IF

           MOVE SPACES TO WS-IN-BUFFER
           MOVE INDATARECORD(1:WS-ACTUAL-LENGTH) TO WS-IN-BUFFER
           MOVE SPACES TO WS-OUT-BUFFER

           MOVE WS-FROM-IDX TO WS-FIELD-IDX
           PERFORM UNTIL WS-FIELD-IDX > WS-TO-IDX
               PERFORM CONVERT-ONE-FIELD
               ADD 1 TO WS-FIELD-IDX
           END-PERFORM

           IF WS-ACTUAL-LENGTH > WS-EXPECTED-LENGTH
               MOVE ZERO TO WS-FIELD-IDX
               MOVE WS-OUT-SPACE TO WS-SUBSTITUTE-CHAR
               COMPUTE WS-BYTE-ABS = WS-EXPECTED-LENGTH + 1
               PERFORM UNTIL WS-BYTE-ABS > WS-ACTUAL-LENGTH
                   COMPUTE WS-BYTE-POS =
                       WS-BYTE-ABS - WS-EXPECTED-LENGTH
                   PERFORM TRANSLATE-ONE-BYTE
                   ADD 1 TO WS-BYTE-ABS
               END-PERFORM
           END-IF

           MOVE WS-OUT-BUFFER(1:WS-ACTUAL-LENGTH) TO OUTDATARECORD
           WRITE OUTDATARECORD
           ADD 1 TO WS-WRITTEN-COUNT.

       CONVERT-ONE-FIELD.
      *    Convertit le champ WS-FIELD-IDX selon sa nature. Un champ
      *    coupé par la fin de l'enregistrement est converti jusqu'à
      *    cette fin ; son signe n'est alors pas touché.
           COMPUTE WS-FIELD-POS = WS-FE-OFFSET(WS-FIELD-IDX) + 1
           MOVE WS-FE-LENGTH(WS-FIELD-IDX) TO WS-FIELD-LEN
           IF WS-FIELD-POS > WS-ACTUAL-LENGTH
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-FIELD-CUT
           IF WS-FIELD-POS + WS-FIELD-LEN - 1 > WS-ACTUAL-LENGTH
               COMPUTE WS-FIELD-LEN =
                   WS-ACTUAL-LENGTH - WS-FIELD-POS + 1
               MOVE 'Y' TO WS-FIELD-CUT
           END-IF

           IF WS-FE-PACKED(WS-FIELD-IDX) = 'Y'
               MOVE WS-IN-BUFFER(WS-FIELD-POS:WS-FIELD-LEN)
                   TO WS-OUT-BUFFER(WS-FIELD-POS:WS-FIELD-LEN)
               ADD 1 TO WS-PACKED-FIELD-COUNT
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO WS-CONVERTED-FIELD-COUNT
           MOVE WS-FIELD-LEN TO WS-BYTE-LIMIT
           IF WS-FE-TYPE(WS-FIELD-IDX) = '9'
               ADD 1 TO WS-ZONED-FIELD-COUNT
               MOVE WS-OUT-ZERO TO WS-SUBSTITUTE-CHAR
               IF WS-FIELD-CUT = 'N'
                   SUBTRACT 1 FROM WS-BYTE-LIMIT
               END-IF
           ELSE
               ADD 1 TO WS-CHAR-FIELD-COUNT
               MOVE WS-OUT-SPACE TO WS-SUBSTITUTE-CHAR
           END-IF

           MOVE 1 TO WS-BYTE-POS
           PERFORM UNTIL WS-BYTE-POS > WS-BYTE-LIMIT
               COMPUTE WS-BYTE-ABS = WS-FIELD-POS + WS-BYTE-POS - 1
               PERFORM TRANSLATE-ONE-BYTE
               ADD 1 TO WS-BYTE-POS
           END-PERFORM
           IF WS-BYTE-LIMIT < WS-FIELD-LEN
               MOVE WS-FIELD-LEN TO WS-BYTE-POS
               COMPUTE WS-BYTE-ABS = WS-FIELD-POS + WS-BYTE-POS - 1
               PERFORM CONVERT-ZONED-SIGN
           END-IF.

       TRANSLATE-ONE-BYTE.
      *    Traduit l'octet WS-BYTE-ABS du tampon lu vers le tampon
      *    converti ; un octet sans correspondance est remplacé par
      *    WS-SUBSTITUTE-CHAR et signalé.
           MOVE WS-IN-BUFFER(WS-BYTE-ABS:1) TO WS-IN-CHAR
           MOVE FUNCTION ORD(WS-IN-CHAR) TO WS-BYTE-ORD
           IF WS-XLATE-MAPPED(WS-BYTE-ORD:1) = 'Y'
               MOVE WS-XLATE-TABLE(WS-BYTE-ORD:1)
                   TO WS-OUT-BUFFER(WS-BYTE-ABS:1)
           ELSE
               MOVE WS-SUBSTITUTE-CHAR
                   TO WS-OUT-BUFFER(WS-BYTE-ABS:1)
               PERFORM REPORT-UNMAPPED-BYTE
           END-IF.

       CONVERT-ZONED-SIGN.
      *    Convertit le dernier octet d'un champ zoné, qui porte le
      *    signe dans son demi-octet de zone. Côté EBCDIC : zone
      *    C/A/E positive, D/B négative, F non signée. Côté ASCII,
      *    comme dans les fichiers de la chaîne : chiffre nu si
      *    positif, 'p'..'y' (0x70 + chiffre) si négatif ; les
      *    surfrappes '{' 'A'..'I' / '}' 'J'..'R' sont aussi
      *    acceptées en entrée. Tout autre octet est traduit comme un
      *    caractère (et signalé par AUDITDATAFILE).
           MOVE WS-IN-BUFFER(WS-BYTE-ABS:1) TO WS-IN-CHAR
           COMPUTE WS-BYTE-VALUE = FUNCTION ORD(WS-IN-CHAR) - 1
           DIVIDE WS-BYTE-VALUE BY 16 GIVING WS-BYTE-ZONE
               REMAINDER WS-BYTE-DIGIT

           IF WS-DIRECTION = 'E2A'
               IF WS-BYTE-DIGIT <= 9
                   IF WS-BYTE-ZONE = 15
                       MOVE FUNCTION CHAR(49 + WS-BYTE-DIGIT)
                           TO WS-OUT-BUFFER(WS-BYTE-ABS:1)
                       EXIT PARAGRAPH
                   END-IF
                   IF WS-FE-SIGNED(WS-FIELD-IDX) = 'Y'
                       IF WS-BYTE-ZONE = 12 OR WS-BYTE-ZONE = 10
                               OR WS-BYTE-ZONE = 14
                           MOVE FUNCTION CHAR(49 + WS-BYTE-DIGIT)
                               TO WS-OUT-BUFFER(WS-BYTE-ABS:1)
                           EXIT PARAGRAPH
                       END-IF
                       IF WS-BYTE-ZONE = 13 OR WS-BYTE-ZONE = 11
                           MOVE FUNCTION CHAR(113 + WS-BYTE-DIGIT)
                               TO WS-OUT-BUFFER(WS-BYTE-ABS:1)
                           EXIT PARAGRAPH
                       END-IF
                   END-IF
               END-IF
               PERFORM TRANSLATE-ONE-BYTE
               EXIT PARAGRAPH
           END-IF

           IF WS-FE-SIGNED(WS-FIELD-IDX) NOT = 'Y'
               PERFORM TRANSLATE-ONE-BYTE
               EXIT PARAGRAPH
           END-IF
           IF WS-IN-CHAR >= '0' AND WS-IN-CHAR <= '9'
               MOVE FUNCTION CHAR(193 + WS-BYTE-DIGIT)
                   TO WS-OUT-BUFFER(WS-BYTE-ABS:1)
               EXIT PARAGRAPH
           END-IF
           IF WS-IN-CHAR >= 'p' AND WS-IN-CHAR <= 'y'
               MOVE FUNCTION CHAR(209 + WS-BYTE-DIGIT)
                   TO WS-OUT-BUFFER(WS-BYTE-ABS:1)
               EXIT PARAGRAPH
           END-IF
           IF WS-IN-CHAR = '{'
               MOVE X'C0' TO WS-OUT-BUFFER(WS-BYTE-ABS:1)
               EXIT PARAGRAPH
           END-IF
           IF WS-IN-CHAR = '}'
               MOVE X'D0' TO WS-OUT-BUFFER(WS-BYTE-ABS:1)
               EXIT PARAGRAPH
           END-IF
      *    'A'..'I' et 'J'..'R' ont en EBCDIC le même code que la
      *    surfrappe signée correspondante : la table suffit.
           PERFORM TRANSLATE-ONE-BYTE.

       REPORT-UNMAPPED-BYTE.
      *    Signale un octet sans correspondance dans la page cible :
      *    numéro d'enregistrement, champ, position dans
      *    l'enregistrement et valeur hexadécimale.
           ADD 1 TO WS-UNMAPPED-COUNT
           IF WS-FIELD-IDX > ZERO
               ADD 1 TO WS-FE-UNMAPPED(WS-FIELD-IDX)
           ELSE
               ADD 1 TO WS-BEYOND-UNMAPPED-COUNT
           END-IF
           COMPUTE WS-BYTE-VALUE = FUNCTION ORD(WS-IN-CHAR) - 1
           DIVIDE WS-BYTE-VALUE BY 16 GIVING WS-BYTE-ZONE
               REMAINDER WS-BYTE-DIGIT
           MOVE WS-HEX-DIGITS(WS-BYTE-ZONE + 1:1) TO WS-HEX-TEXT(1:1)
           MOVE WS-HEX-DIGITS(WS-BYTE-DIGIT + 1:1)
               TO WS-HEX-TEXT(2:1)
           MOVE WS-BYTE-ABS TO WS-NUM-ED-1
           MOVE SPACES TO WS-REPORT-LINE
           IF WS-FIELD-IDX > ZERO
               STRING '  RECORD ' WS-RECORD-COUNT
                      ' FIELD ' FUNCTION TRIM(WS-FE-NAME(WS-FIELD-IDX))
                      ' BYTE ' FUNCTION TRIM(WS-NUM-ED-1)
                      ' X''' WS-HEX-TEXT ''' HAS NO MAPPING'
                      DELIMITED BY SIZE INTO WS-REPORT-LINE
           ELSE
               STRING '  RECORD ' WS-RECORD-COUNT
                      ' FIELD (BEYOND LAYOUT)'
                      ' BYTE ' FUNCTION TRIM(WS-NUM-ED-1)
                      ' X''' WS-HEX-TEXT ''' HAS NO MAPPING'
                      DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-IF
           PERFORM WRITE-REPORT-LINE.

       WRITE-REPORT-LINE.
      *    Écrit la ligne courante du rapport de conversion.
           MOVE WS-REPORT-LINE TO REPORTRECORD
           WRITE REPORTRECORD
           MOVE SPACES TO WS-REPORT-LINE.

       WRITE-CONVERSION-SUMMARY.
      *    Écrit les octets sans correspondance par champ, les champs
      *    convertis par nature puis la synthèse en fin de rapport ;
      *    tout octet sans correspondance fait échouer l'étape.
           IF WS-UNMAPPED-COUNT = ZERO
               MOVE '  NO UNMAPPED BYTES' TO WS-REPORT-LINE
               PERFORM WRITE-REPORT-LINE
           ELSE
               MOVE 'FIELD UNMAPPED BYTE COUNTS' TO WS-REPORT-LINE
               PERFORM WRITE-REPORT-LINE
               MOVE 1 TO WS-FIELD-IDX
               PERFORM UNTIL WS-FIELD-IDX > WS-LAST-FIELD-IDX
                   IF WS-FE-UNMAPPED(WS-FIELD-IDX) > ZERO
                       MOVE SPACES TO WS-REPORT-LINE
                       STRING '  '
                              FUNCTION TRIM(WS-FE-NAME(WS-FIELD-IDX))
                              ' UNMAPPED='
                              WS-FE-UNMAPPED(WS-FIELD-IDX)
                              DELIMITED BY SIZE INTO WS-REPORT-LINE
                       PERFORM WRITE-REPORT-LINE
                   END-IF
                   ADD 1 TO WS-FIELD-IDX
               END-PERFORM
               IF WS-BEYOND-UNMAPPED-COUNT > ZERO
                   MOVE SPACES TO WS-REPORT-LINE
                   STRING '  (BEYOND LAYOUT) UNMAPPED='
                          WS-BEYOND-UNMAPPED-COUNT
                          DELIMITED BY SIZE INTO WS-REPORT-LINE
                   PERFORM WRITE-REPORT-LINE
               END-IF
           END-IF
           MOVE SPACES TO WS-REPORT-LINE
           STRING 'FIELDS CONVERTED CHARACTER=' WS-CHAR-FIELD-COUNT
                  ' ZONED=' WS-ZONED-FIELD-COUNT
                  ' PACKED-PASSED-THROUGH=' WS-PACKED-FIELD-COUNT
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           IF WS-HDRTRL-PRESENT = 'Y'
               MOVE SPACES TO WS-REPORT-LINE
               STRING 'CONTROL RECORDS HEADER=' WS-HEADER-COUNT
                      ' TRAILER=' WS-TRAILER-COUNT
                      DELIMITED BY SIZE INTO WS-REPORT-LINE
               PERFORM WRITE-REPORT-LINE
           END-IF
           MOVE SPACES TO WS-REPORT-LINE
           STRING 'SUMMARY RECORDS-READ=' WS-RECORD-COUNT
                  ' RECORDS-WRITTEN=' WS-WRITTEN-COUNT
                  ' LENGTH-MISMATCHES=' WS-LENGTH-MISMATCH-COUNT
                  ' UNMAPPED-BYTES=' WS-UNMAPPED-COUNT
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           IF WS-UNMAPPED-COUNT > ZERO
               DISPLAY 'CONVERSION FAILED: ' WS-UNMAPPED-COUNT
                   ' UNMAPPED BYTES IN '
                   FUNCTION TRIM(WS-INDATA-FILENAME)
                   ' - SEE ' FUNCTION TRIM(WS-REPORT-FILENAME)
               MOVE 8 TO RETURN-CODE
           END-IF.

       LOAD-LAYOUT.
      *    Charge le tracé décrit par WS-COPY-FILENAME dans la table
      *    générique des champs, comme le générateur de données
      *    d'essai.
           MOVE 'N' TO WS-EOF
           MOVE ZERO TO WS-LINE-COUNT
           MOVE ZERO TO WS-FIELD-COUNT
           MOVE ZERO TO WS-RECORD-LENGTH
           MOVE ZERO TO WS-OCC-DEPTH
           MOVE 'N' TO WS-LAYOUT-UNSUPPORTED
           MOVE 'N' TO WS-TABLE-FULL-WARNED
           MOVE 'N' TO WS-GROUP-SEEN
           MOVE 'N' TO WS-STOP-PARSE

           OPEN INPUT COPYFILE
           IF WS-COPY-STATUS NOT = '00'
               DISPLAY 'CANNOT OPEN COPYBOOK FILE '
                   FUNCTION TRIM(WS-COPY-FILENAME)
                   ' (STATUS ' WS-COPY-STATUS ')'
               MOVE 'Y' TO WS-LAYOUT-UNSUPPORTED
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-EOF = 'Y'
               READ COPYFILE
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       ADD 1 TO WS-LINE-COUNT
                       PERFORM PROCESS-COPY-LINE
               END-READ
           END-PERFORM
           CLOSE COPYFILE

           PERFORM UNTIL WS-OCC-DEPTH = ZERO
               PERFORM CLOSE-OCC-GROUP
           END-PERFORM.

       PROCESS-COPY-LINE.
      *    Analyse une ligne de copy et alimente la table des champs.
      *    Les lignes vides, les commentaires (indicateur '*' en
      *    colonne 7) et les niveaux non gérés sont ignorés.
           IF WS-STOP-PARSE = 'Y'
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION UPPER-CASE(COPYRECORD) TO WS-LINE-UPPER
           IF WS-LINE-UPPER = SPACES
               EXIT PARAGRAPH
           END-IF
           IF WS-LINE-UPPER(7:1) = '*'
               EXIT PARAGRAPH
           END-IF

           PERFORM EXTRACT-LEVEL-AND-NAME
           IF WS-LEVEL-TEXT = SPACES
               EXIT PARAGRAPH
           END-IF
           IF WS-LEVEL-TEXT NOT = '01' AND WS-LEVEL-TEXT NOT = '05'
                   AND WS-LEVEL-TEXT NOT = '10'
                   AND WS-LEVEL-TEXT NOT = '15'
               EXIT PARAGRAPH
           END-IF
           IF WS-FIELD-NAME = SPACES
               EXIT PARAGRAPH
           END-IF

           MOVE WS-LEVEL-TEXT TO WS-LEVEL-NUMBER

      *    La fermeture d'un groupe répétitif est détectée par une
      *    ligne de niveau inférieur ou égal au sien ; le groupe
      *    interne se ferme avant le groupe englobant.
           PERFORM UNTIL WS-OCC-DEPTH = ZERO
                   OR WS-LEVEL-NUMBER > WS-OCC-LEVEL(WS-OCC-DEPTH)
               PERFORM CLOSE-OCC-GROUP
           END-PERFORM

           IF WS-LEVEL-NUMBER = 1
      *        Dans le fichier .hdrtrl, chaque 01 ouvre un tracé de
      *        contrôle distinct, à ses propres décalages.
               IF WS-HDRTRL-LOADING = 'Y'
                   PERFORM START-HDRTRL-RECORD
                   EXIT PARAGRAPH
               END-IF
      *        Un second 01 ouvre une section REDEFINES : les tracés
      *        partagent les mêmes octets, seul le premier sert à la
      *        conversion.
               IF WS-GROUP-SEEN = 'Y'
                   DISPLAY 'NOTE: ONLY THE FIRST 01 SECTION OF '
                       FUNCTION TRIM(WS-COPY-FILENAME)
                       ' IS USED FOR THE CONVERSION - "'
                       FUNCTION TRIM(WS-FIELD-NAME) '" IGNORED'
                   MOVE 'Y' TO WS-STOP-PARSE
               ELSE
                   MOVE 'Y' TO WS-GROUP-SEEN
               END-IF
               EXIT PARAGRAPH
           END-IF

      *    Une ligne de champ placée avant le premier 01 du fichier
      *    .hdrtrl n'appartient à aucun tracé de contrôle.
           IF WS-HDRTRL-LOADING = 'Y' AND WS-HDRTRL-PART = ZERO
               EXIT PARAGRAPH
           END-IF

           PERFORM EXTRACT-PIC-CLAUSE
           PERFORM EXTRACT-VALUE-CLAUSE
           PERFORM EXTRACT-OCCURS-CLAUSE

      *    La VALEUR par défaut que le générateur écrit de toute
      *    façon (ZERO pour un champ 9, SPACES pour un champ X) n'est
      *    pas un contenu explicite.
           IF WS-HAS-VALUE = 'Y'
               IF WS-PIC-TYPE = '9'
                   IF WS-VALUE-TEXT = 'ZERO' OR WS-VALUE-TEXT = 'ZEROS'
                           OR WS-VALUE-TEXT = 'ZEROES'
                       MOVE 'N' TO WS-HAS-VALUE
                       MOVE SPACES TO WS-VALUE-TEXT
                   END-IF
               ELSE
                   IF WS-VALUE-TEXT = 'SPACE'
                           OR WS-VALUE-TEXT = 'SPACES'
                       MOVE 'N' TO WS-HAS-VALUE
                       MOVE SPACES TO WS-VALUE-TEXT
                   END-IF
               END-IF
           END-IF

           IF WS-HAS-PIC = 'Y'
               IF WS-HDRTRL-LOADING = 'Y'
                   PERFORM NOTE-HDRTRL-RECORD-ID
               END-IF
               PERFORM ADD-FIELD-ENTRIES
           ELSE
               IF WS-OCCURS-COUNT > 1
                   IF WS-OCC-DEPTH >= 2
                       DISPLAY 'WARNING: REPEATING GROUP "'
                           FUNCTION TRIM(WS-FIELD-NAME)
                           '" NESTED DEEPER THAN TWO LEVELS IN '
                           FUNCTION TRIM(WS-COPY-FILENAME)
                       MOVE 'Y' TO WS-LAYOUT-UNSUPPORTED
                   ELSE
                       ADD 1 TO WS-OCC-DEPTH
                       MOVE WS-LEVEL-NUMBER
                           TO WS-OCC-LEVEL(WS-OCC-DEPTH)
                       MOVE WS-OCCURS-COUNT
                           TO WS-OCC-COUNT(WS-OCC-DEPTH)
                       COMPUTE WS-OCC-START(WS-OCC-DEPTH) =
                           WS-FIELD-COUNT + 1
                       MOVE WS-RECORD-LENGTH
                           TO WS-OCC-OFFSET(WS-OCC-DEPTH)
                   END-IF
               END-IF
           END-IF.

       ADD-FIELD-ENTRIES.
      *    Ajoute une entrée par occurrence du champ élémentaire, aux
      *    décalages successifs dans l'enregistrement. L'empreinte en
      *    octets d'un champ condensé COMP-3 est chiffres/2 + 1.
           IF WS-PIC-PACKED = 'Y'
               COMPUTE WS-PIC-BYTES = (WS-PIC-LENGTH / 2) + 1
           ELSE
               MOVE WS-PIC-LENGTH TO WS-PIC-BYTES
           END-IF
           MOVE ZERO TO WS-OCC-REP
           PERFORM UNTIL WS-OCC-REP >= WS-OCCURS-COUNT
               ADD 1 TO WS-OCC-REP
               IF WS-FIELD-COUNT >= 500
                   IF WS-TABLE-FULL-WARNED = 'N'
                       DISPLAY 'WARNING: FIELD TABLE FULL (500) IN '
                           FUNCTION TRIM(WS-COPY-FILENAME)
                           ' - REMAINING FIELDS IGNORED'
                       MOVE 'Y' TO WS-TABLE-FULL-WARNED
                   END-IF
               ELSE
                   IF WS-RECORD-LENGTH + WS-PIC-BYTES > 2000
                       DISPLAY 'WARNING: RECORD LONGER THAN 2000 IN '
                           FUNCTION TRIM(WS-COPY-FILENAME)
                           ' - FIELD "' FUNCTION TRIM(WS-FIELD-NAME)
                           '" IGNORED'
                   ELSE
                       ADD 1 TO WS-FIELD-COUNT
                       MOVE WS-FIELD-NAME
                           TO WS-FE-NAME(WS-FIELD-COUNT)
                       MOVE WS-RECORD-LENGTH
                           TO WS-FE-OFFSET(WS-FIELD-COUNT)
                       MOVE WS-PIC-BYTES
                           TO WS-FE-LENGTH(WS-FIELD-COUNT)
                       MOVE WS-PIC-TYPE TO WS-FE-TYPE(WS-FIELD-COUNT)
                       MOVE WS-PIC-SIGNED
                           TO WS-FE-SIGNED(WS-FIELD-COUNT)
                       MOVE WS-PIC-PACKED
                           TO WS-FE-PACKED(WS-FIELD-COUNT)
                       MOVE WS-PIC-DEC-DIGITS
                           TO WS-FE-DECIMALS(WS-FIELD-COUNT)
                       MOVE WS-PIC-LENGTH
                           TO WS-FE-DIGITS(WS-FIELD-COUNT)
                       MOVE WS-HAS-VALUE
                           TO WS-FE-HAS-VALUE(WS-FIELD-COUNT)
                       MOVE WS-VALUE-TEXT
                           TO WS-FE-VALUE(WS-FIELD-COUNT)
                       ADD WS-PIC-BYTES TO WS-RECORD-LENGTH
                   END-IF
               END-IF
           END-PERFORM.

       CLOSE-OCC-GROUP.
      *    Déplie le groupe répétitif au sommet de la pile : le bloc
      *    d'entrées couvert par le groupe est dupliqué pour chaque
      *    occurrence au-delà de la première, aux décalages décalés
      *    de la taille du bloc.
           COMPUTE WS-OCC-BLOCK-BYTES =
               WS-RECORD-LENGTH - WS-OCC-OFFSET(WS-OCC-DEPTH)
           COMPUTE WS-OCC-BLOCK-FIELDS =
               WS-FIELD-COUNT - WS-OCC-START(WS-OCC-DEPTH) + 1
           IF WS-OCC-BLOCK-FIELDS <= ZERO OR WS-OCC-BLOCK-BYTES <= ZERO
               SUBTRACT 1 FROM WS-OCC-DEPTH
               EXIT PARAGRAPH
           END-IF
           MOVE 1 TO WS-OCC-REP
           PERFORM UNTIL WS-OCC-REP >= WS-OCC-COUNT(WS-OCC-DEPTH)
               ADD 1 TO WS-OCC-REP
               MOVE ZERO TO WS-OCC-SRC-IDX
               PERFORM UNTIL WS-OCC-SRC-IDX >= WS-OCC-BLOCK-FIELDS
                   ADD 1 TO WS-OCC-SRC-IDX
                   COMPUTE WS-FIELD-IDX =
                       WS-OCC-START(WS-OCC-DEPTH) + WS-OCC-SRC-IDX - 1
                   IF WS-FIELD-COUNT >= 500
                       IF WS-TABLE-FULL-WARNED = 'N'
                           DISPLAY 'WARNING: FIELD TABLE FULL (500)'
                               ' IN ' FUNCTION TRIM(WS-COPY-FILENAME)
                               ' - REMAINING FIELDS IGNORED'
                           MOVE 'Y' TO WS-TABLE-FULL-WARNED
                       END-IF
                   ELSE
                       IF WS-RECORD-LENGTH +
                               WS-FE-LENGTH(WS-FIELD-IDX) > 2000
                           DISPLAY 'WARNING: RECORD LONGER THAN 2000'
                               ' IN ' FUNCTION TRIM(WS-COPY-FILENAME)
                               ' - OCCURRENCE TRUNCATED'
                       ELSE
                           ADD 1 TO WS-FIELD-COUNT
                           MOVE WS-FIELD-ENTRY(WS-FIELD-IDX)
                               TO WS-FIELD-ENTRY(WS-FIELD-COUNT)
                           COMPUTE WS-FE-OFFSET(WS-FIELD-COUNT) =
                               WS-FE-OFFSET(WS-FIELD-IDX) +
                               (WS-OCC-BLOCK-BYTES * (WS-OCC-REP - 1))
                           ADD WS-FE-LENGTH(WS-FIELD-IDX)
                               TO WS-RECORD-LENGTH
                       END-IF
                   END-IF
               END-PERFORM
           END-PERFORM
           SUBTRACT 1 FROM WS-OCC-DEPTH.

       EXTRACT-LEVEL-AND-NAME.
      *    Extrait les deux premiers mots de la ligne : le numéro de
      *    niveau puis le nom de donnée (borné par espace, tabulation
      *    ou point).
           MOVE SPACES TO WS-LEVEL-TEXT
           MOVE SPACES TO WS-FIELD-NAME
           MOVE 1 TO WS-START-POS
           PERFORM UNTIL WS-START-POS > FUNCTION LENGTH(WS-LINE-UPPER)
                   OR (WS-LINE-UPPER(WS-START-POS:1) NOT = SPACE AND
                       WS-LINE-UPPER(WS-START-POS:1) NOT = WS-TAB-CHAR)
               ADD 1 TO WS-START-POS
           END-PERFORM
           IF WS-START-POS > FUNCTION LENGTH(WS-LINE-UPPER)
               EXIT PARAGRAPH
           END-IF

           MOVE WS-START-POS TO WS-END-POS
           PERFORM UNTIL WS-END-POS > FUNCTION LENGTH(WS-LINE-UPPER)
                   OR WS-LINE-UPPER(WS-END-POS:1) = SPACE
                   OR WS-LINE-UPPER(WS-END-POS:1) = WS-TAB-CHAR
                   OR WS-LINE-UPPER(WS-END-POS:1) = '.'
               ADD 1 TO WS-END-POS
           END-PERFORM
           IF WS-END-POS - WS-START-POS NOT = 2
               EXIT PARAGRAPH
           END-IF
           IF WS-LINE-UPPER(WS-START-POS:2) IS NOT NUMERIC
               EXIT PARAGRAPH
           END-IF
           MOVE WS-LINE-UPPER(WS-START-POS:2) TO WS-LEVEL-TEXT

           MOVE WS-END-POS TO WS-START-POS
           PERFORM UNTIL WS-START-POS > FUNCTION LENGTH(WS-LINE-UPPER)
                   OR (WS-LINE-UPPER(WS-START-POS:1) NOT = SPACE AND
                       WS-LINE-UPPER(WS-START-POS:1) NOT = WS-TAB-CHAR)
               ADD 1 TO WS-START-POS
           END-PERFORM
           IF WS-START-POS > FUNCTION LENGTH(WS-LINE-UPPER)
               EXIT PARAGRAPH
           END-IF

           MOVE WS-START-POS TO WS-END-POS
           PERFORM UNTIL WS-END-POS > FUNCTION LENGTH(WS-LINE-UPPER)
                   OR WS-LINE-UPPER(WS-END-POS:1) = SPACE
                   OR WS-LINE-UPPER(WS-END-POS:1) = WS-TAB-CHAR
                   OR WS-LINE-UPPER(WS-END-POS:1) = '.'
               ADD 1 TO WS-END-POS
           END-PERFORM
           COMPUTE WS-FIELD-NAME-LEN = WS-END-POS - WS-START-POS
           IF WS-FIELD-NAME-LEN > 30
               MOVE 30 TO WS-FIELD-NAME-LEN
           END-IF
           IF WS-FIELD-NAME-LEN > 0
               MOVE WS-LINE-UPPER(WS-START-POS:WS-FIELD-NAME-LEN)
                   TO WS-FIELD-NAME
           END-IF
           MOVE WS-END-POS TO WS-SCAN-POS.

       EXTRACT-PIC-CLAUSE.
      *    Cherche ' PIC ' après le nom, puis la clause complète : un
      *    signe S éventuel, le type (X ou 9), la longueur entre
      *    parenthèses ou par répétition du caractère, des décimales
      *    implicites V9(d) éventuelles, puis l'usage COMP-3 (ou
      *    PACKED-DECIMAL) plus loin sur la ligne. Une clause absente
      *    laisse WS-HAS-PIC à 'N' (ligne de groupe).
           MOVE 'N' TO WS-HAS-PIC
           MOVE SPACE TO WS-PIC-TYPE
           MOVE ZERO TO WS-PIC-LENGTH
           MOVE 'N' TO WS-PIC-SIGNED
           MOVE 'N' TO WS-PIC-PACKED
           MOVE ZERO TO WS-PIC-DEC-DIGITS
           MOVE ZERO TO WS-PIC-INT-DIGITS
           PERFORM UNTIL WS-SCAN-POS >
                       FUNCTION LENGTH(WS-LINE-UPPER) - 4
                   OR WS-LINE-UPPER(WS-SCAN-POS:5) = ' PIC '
               ADD 1 TO WS-SCAN-POS
           END-PERFORM
           IF WS-SCAN-POS > FUNCTION LENGTH(WS-LINE-UPPER) - 4
               EXIT PARAGRAPH
           END-IF

           ADD 5 TO WS-SCAN-POS
           PERFORM UNTIL WS-SCAN-POS > FUNCTION LENGTH(WS-LINE-UPPER)
                   OR WS-LINE-UPPER(WS-SCAN-POS:1) NOT = SPACE
               ADD 1 TO WS-SCAN-POS
           END-PERFORM
           IF WS-SCAN-POS > FUNCTION LENGTH(WS-LINE-UPPER)
               EXIT PARAGRAPH
           END-IF
           IF WS-LINE-UPPER(WS-SCAN-POS:1) = 'S'
               MOVE 'Y' TO WS-PIC-SIGNED
               ADD 1 TO WS-SCAN-POS
               IF WS-SCAN-POS > FUNCTION LENGTH(WS-LINE-UPPER)
                   EXIT PARAGRAPH
               END-IF
           END-IF

           IF WS-LINE-UPPER(WS-SCAN-POS:1) = 'X'
      *        Un signe ne peut pas précéder un type alphanumérique :
      *        la clause n'est pas reconnue.
               IF WS-PIC-SIGNED = 'Y'
                   MOVE 'N' TO WS-PIC-SIGNED
                   EXIT PARAGRAPH
               END-IF
               MOVE 'X' TO WS-PIC-TYPE
               MOVE 'X' TO WS-PIC-COUNT-CHAR
               PERFORM EXTRACT-PIC-COUNT
               IF WS-PIC-COUNT > 0
                   MOVE WS-PIC-COUNT TO WS-PIC-LENGTH
                   MOVE 'Y' TO WS-HAS-PIC
               END-IF
               EXIT PARAGRAPH
           END-IF

           IF WS-LINE-UPPER(WS-SCAN-POS:1) = '9'
               MOVE '9' TO WS-PIC-TYPE
               MOVE '9' TO WS-PIC-COUNT-CHAR
               PERFORM EXTRACT-PIC-COUNT
               MOVE WS-PIC-COUNT TO WS-PIC-INT-DIGITS
           ELSE
               IF WS-LINE-UPPER(WS-SCAN-POS:1) = 'V'
      *            Un PIC tout en décimales (ex. PIC V99) : aucune
      *            partie entière.
                   MOVE '9' TO WS-PIC-TYPE
               ELSE
                   MOVE 'N' TO WS-PIC-SIGNED
                   EXIT PARAGRAPH
               END-IF
           END-IF

           IF WS-SCAN-POS <= FUNCTION LENGTH(WS-LINE-UPPER)
               IF WS-LINE-UPPER(WS-SCAN-POS:1) = 'V'
                   ADD 1 TO WS-SCAN-POS
                   IF WS-SCAN-POS <=
                           FUNCTION LENGTH(WS-LINE-UPPER)
                           AND WS-LINE-UPPER(WS-SCAN-POS:1) = '9'
                       MOVE '9' TO WS-PIC-COUNT-CHAR
                       PERFORM EXTRACT-PIC-COUNT
                       MOVE WS-PIC-COUNT TO WS-PIC-DEC-DIGITS
                   END-IF
               END-IF
           END-IF

           COMPUTE WS-PIC-LENGTH =
               WS-PIC-INT-DIGITS + WS-PIC-DEC-DIGITS
           IF WS-PIC-LENGTH > 0
               MOVE 'Y' TO WS-HAS-PIC
               PERFORM SCAN-FOR-PACKED-USAGE
           END-IF.

       EXTRACT-PIC-COUNT.
      *    Compte le motif courant de la clause PIC à partir de
      *    WS-SCAN-POS, placé sur le premier caractère du motif :
      *    soit (n) entre parenthèses, soit la répétition du
      *    caractère WS-PIC-COUNT-CHAR (ex. PIC XX, PIC V99). À la
      *    sortie, WS-SCAN-POS est placé après le motif.
           MOVE 1 TO WS-PIC-COUNT
           ADD 1 TO WS-SCAN-POS
           IF WS-SCAN-POS > FUNCTION LENGTH(WS-LINE-UPPER)
               EXIT PARAGRAPH
           END-IF
           IF WS-LINE-UPPER(WS-SCAN-POS:1) NOT = '('
               PERFORM UNTIL WS-SCAN-POS >
                           FUNCTION LENGTH(WS-LINE-UPPER)
                       OR WS-LINE-UPPER(WS-SCAN-POS:1)
                           NOT = WS-PIC-COUNT-CHAR
                   ADD 1 TO WS-PIC-COUNT
                   ADD 1 TO WS-SCAN-POS
               END-PERFORM
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO WS-SCAN-POS
           MOVE SPACES TO WS-DIGITS-TEXT
           MOVE ZERO TO WS-DIGITS-LEN
           PERFORM UNTIL WS-SCAN-POS > FUNCTION LENGTH(WS-LINE-UPPER)
                   OR WS-LINE-UPPER(WS-SCAN-POS:1) = ')'
                   OR WS-DIGITS-LEN >= 4
               IF WS-LINE-UPPER(WS-SCAN-POS:1) IS NUMERIC
                   ADD 1 TO WS-DIGITS-LEN
                   MOVE WS-LINE-UPPER(WS-SCAN-POS:1)
                       TO WS-DIGITS-TEXT(WS-DIGITS-LEN:1)
               END-IF
               ADD 1 TO WS-SCAN-POS
           END-PERFORM
           IF WS-SCAN-POS <= FUNCTION LENGTH(WS-LINE-UPPER)
               ADD 1 TO WS-SCAN-POS
           END-IF
           IF WS-DIGITS-LEN > 0
               MOVE FUNCTION NUMVAL(WS-DIGITS-TEXT(1:WS-DIGITS-LEN))
                   TO WS-PIC-COUNT
           ELSE
               MOVE ZERO TO WS-PIC-COUNT
           END-IF.

       SCAN-FOR-PACKED-USAGE.
      *    Cherche ' COMP-3' ou ' PACKED-DECIMAL' après la clause
      *    PIC, en enjambant les littéraux entre guillemets comme la
      *    recherche de la clause OCCURS.
           PERFORM UNTIL WS-SCAN-POS >
                       FUNCTION LENGTH(WS-LINE-UPPER) - 6
                   OR WS-PIC-PACKED = 'Y'
               IF COPYRECORD(WS-SCAN-POS:1) = '"'
                       OR COPYRECORD(WS-SCAN-POS:1) = "'"
                   MOVE COPYRECORD(WS-SCAN-POS:1) TO WS-QUOTE-CHAR
                   ADD 1 TO WS-SCAN-POS
                   PERFORM UNTIL WS-SCAN-POS >
                               FUNCTION LENGTH(COPYRECORD)
                           OR COPYRECORD(WS-SCAN-POS:1)
                               = WS-QUOTE-CHAR
                       ADD 1 TO WS-SCAN-POS
                   END-PERFORM
               ELSE
                   IF WS-LINE-UPPER(WS-SCAN-POS:7) = ' COMP-3'
                       MOVE 'Y' TO WS-PIC-PACKED
                   ELSE
                       IF WS-SCAN-POS + 14 <=
                               FUNCTION LENGTH(WS-LINE-UPPER)
                               AND WS-LINE-UPPER(WS-SCAN-POS:15)
                                   = ' PACKED-DECIMAL'
                           MOVE 'Y' TO WS-PIC-PACKED
                       END-IF
                   END-IF
               END-IF
               ADD 1 TO WS-SCAN-POS
           END-PERFORM.

       EXTRACT-VALUE-CLAUSE.
      *    Cherche ' VALUE ' puis le littéral associé : un littéral
      *    entre guillemets est déballé, une constante figurative ou
      *    un littéral numérique est repris tel quel.
           MOVE 'N' TO WS-HAS-VALUE
           MOVE SPACES TO WS-VALUE-TEXT
           MOVE 1 TO WS-SCAN-POS
           PERFORM UNTIL WS-SCAN-POS >
                       FUNCTION LENGTH(WS-LINE-UPPER) - 6
                   OR WS-LINE-UPPER(WS-SCAN-POS:7) = ' VALUE '
               ADD 1 TO WS-SCAN-POS
           END-PERFORM
           IF WS-SCAN-POS > FUNCTION LENGTH(WS-LINE-UPPER) - 6
               EXIT PARAGRAPH
           END-IF

           ADD 7 TO WS-SCAN-POS
           PERFORM UNTIL WS-SCAN-POS > FUNCTION LENGTH(WS-LINE-UPPER)
                   OR WS-LINE-UPPER(WS-SCAN-POS:1) NOT = SPACE
               ADD 1 TO WS-SCAN-POS
           END-PERFORM
           IF WS-SCAN-POS > FUNCTION LENGTH(WS-LINE-UPPER)
               EXIT PARAGRAPH
           END-IF

           MOVE ZERO TO WS-VALUE-LEN
           IF COPYRECORD(WS-SCAN-POS:1) = '"'
                   OR COPYRECORD(WS-SCAN-POS:1) = "'"
      *        Littéral alphanumérique : le contenu est repris dans sa
      *        casse d'origine (COPYRECORD), pas dans la copie passée
      *        en majuscules.
               MOVE COPYRECORD(WS-SCAN-POS:1) TO WS-QUOTE-CHAR
               ADD 1 TO WS-SCAN-POS
               PERFORM UNTIL WS-SCAN-POS >
                           FUNCTION LENGTH(COPYRECORD)
                       OR COPYRECORD(WS-SCAN-POS:1) = WS-QUOTE-CHAR
                       OR WS-VALUE-LEN >= 100
                   ADD 1 TO WS-VALUE-LEN
                   MOVE COPYRECORD(WS-SCAN-POS:1)
                       TO WS-VALUE-TEXT(WS-VALUE-LEN:1)
                   ADD 1 TO WS-SCAN-POS
               END-PERFORM
               MOVE 'Y' TO WS-HAS-VALUE
           ELSE
      *        Un point suivi d'un chiffre appartient au littéral
      *        décimal (ex. -12.50) ; seul un point final ou suivi
      *        d'autre chose termine la clause.
               MOVE 'N' TO WS-VALUE-END
               PERFORM UNTIL WS-SCAN-POS >
                           FUNCTION LENGTH(WS-LINE-UPPER)
                       OR WS-VALUE-END = 'Y'
                       OR WS-VALUE-LEN >= 100
                   MOVE 'N' TO WS-VALUE-TAKE
                   IF WS-LINE-UPPER(WS-SCAN-POS:1) = SPACE
                       MOVE 'Y' TO WS-VALUE-END
                   ELSE
                       IF WS-LINE-UPPER(WS-SCAN-POS:1) = '.'
                           IF WS-SCAN-POS >=
                                   FUNCTION LENGTH(WS-LINE-UPPER)
                               MOVE 'Y' TO WS-VALUE-END
                           ELSE
                               IF WS-LINE-UPPER(WS-SCAN-POS + 1:1)
                                       IS NUMERIC
                                   MOVE 'Y' TO WS-VALUE-TAKE
                               ELSE
                                   MOVE 'Y' TO WS-VALUE-END
                               END-IF
                           END-IF
                       ELSE
                           MOVE 'Y' TO WS-VALUE-TAKE
                       END-IF
                   END-IF
                   IF WS-VALUE-TAKE = 'Y'
                       ADD 1 TO WS-VALUE-LEN
                       MOVE WS-LINE-UPPER(WS-SCAN-POS:1)
                           TO WS-VALUE-TEXT(WS-VALUE-LEN:1)
                       ADD 1 TO WS-SCAN-POS
                   END-IF
               END-PERFORM
               IF WS-VALUE-LEN > 0
                   MOVE 'Y' TO WS-HAS-VALUE
               END-IF
           END-IF.

       EXTRACT-OCCURS-CLAUSE.
      *    Cherche ' OCCURS ' puis le nombre d'occurrences. En
      *    l'absence de clause, le champ compte pour une occurrence.
      *    Les littéraux entre guillemets sont enjambés : un
      *    ' OCCURS ' à l'intérieur d'une clause VALUE n'est pas une
      *    clause.
           MOVE 1 TO WS-OCCURS-COUNT
           COMPUTE WS-OCCURS-SCAN-LIMIT =
               FUNCTION LENGTH(WS-LINE-UPPER) - 7
           MOVE 1 TO WS-SCAN-POS
           PERFORM UNTIL WS-SCAN-POS > WS-OCCURS-SCAN-LIMIT
                   OR WS-LINE-UPPER(WS-SCAN-POS:8) = ' OCCURS '
               IF COPYRECORD(WS-SCAN-POS:1) = '"'
                       OR COPYRECORD(WS-SCAN-POS:1) = "'"
                   MOVE COPYRECORD(WS-SCAN-POS:1) TO WS-QUOTE-CHAR
                   ADD 1 TO WS-SCAN-POS
                   PERFORM UNTIL WS-SCAN-POS >
                               FUNCTION LENGTH(COPYRECORD)
                           OR COPYRECORD(WS-SCAN-POS:1)
                               = WS-QUOTE-CHAR
                       ADD 1 TO WS-SCAN-POS
                   END-PERFORM
               END-IF
               ADD 1 TO WS-SCAN-POS
           END-PERFORM
           IF WS-SCAN-POS > WS-OCCURS-SCAN-LIMIT
               EXIT PARAGRAPH
           END-IF

           ADD 8 TO WS-SCAN-POS
           PERFORM UNTIL WS-SCAN-POS > FUNCTION LENGTH(WS-LINE-UPPER)
                   OR WS-LINE-UPPER(WS-SCAN-POS:1) NOT = SPACE
               ADD 1 TO WS-SCAN-POS
           END-PERFORM
           MOVE SPACES TO WS-DIGITS-TEXT
           MOVE ZERO TO WS-DIGITS-LEN
           PERFORM UNTIL WS-SCAN-POS > FUNCTION LENGTH(WS-LINE-UPPER)
                   OR WS-LINE-UPPER(WS-SCAN-POS:1) IS NOT NUMERIC
                   OR WS-DIGITS-LEN >= 4
               ADD 1 TO WS-DIGITS-LEN
               MOVE WS-LINE-UPPER(WS-SCAN-POS:1)
                   TO WS-DIGITS-TEXT(WS-DIGITS-LEN:1)
               ADD 1 TO WS-SCAN-POS
           END-PERFORM
           IF WS-DIGITS-LEN > 0
               MOVE FUNCTION NUMVAL(WS-DIGITS-TEXT(1:WS-DIGITS-LEN))
                   TO WS-OCCURS-COUNT
           END-IF
           IF WS-OCCURS-COUNT = ZERO
               MOVE 1 TO WS-OCCURS-COUNT
           END-IF.

       LOAD-HDRTRL-LAYOUT.
      *    Charge le tracé des enregistrements de contrôle depuis
      *    <copy>.hdrtrl, lu par la même analyse que la copy de
      *    détail. Les champs de l'en-tête et de la fin de fichier
      *    sont ajoutés après ceux du détail ; le nombre de champs et
      *    la longueur du détail sont ensuite rétablis. Un fichier
      *    absent (statut 35) n'est pas une erreur : le fichier de
      *    données n'a alors ni en-tête ni fin.
           MOVE 'N' TO WS-HDRTRL-PRESENT
           MOVE 'N' TO WS-HDRTRL-INVALID
           MOVE ZERO TO WS-HDRTRL-PART
           MOVE ZERO TO WS-HDR-FIRST
           MOVE ZERO TO WS-HDR-LAST
           MOVE ZERO TO WS-HDR-LENGTH
           MOVE ZERO TO WS-TRL-FIRST
           MOVE ZERO TO WS-TRL-LAST
           MOVE ZERO TO WS-TRL-LENGTH
           MOVE ZERO TO WS-HDR-ID-LENGTH
           MOVE ZERO TO WS-TRL-ID-LENGTH
           MOVE SPACES TO WS-HASH-FIELD-NAME
           MOVE SPACES TO WS-TRL-COUNT-NAME
           MOVE SPACES TO WS-TRL-HASH-NAME
           MOVE SPACES TO WS-HDR-DATE-NAME
           MOVE SPACES TO WS-HDR-SENDER-NAME
           MOVE ZERO TO WS-HASH-FIELD-IDX
           MOVE ZERO TO WS-TRL-COUNT-IDX
           MOVE ZERO TO WS-TRL-HASH-IDX
           MOVE ZERO TO WS-HDR-DATE-IDX
           MOVE ZERO TO WS-HDR-SENDER-IDX
           MOVE WS-FIELD-COUNT TO WS-DETAIL-FIELD-COUNT
           MOVE WS-RECORD-LENGTH TO WS-DETAIL-LENGTH

           MOVE WS-COPY-FILENAME TO WS-DETAIL-COPY-FILENAME
           MOVE SPACES TO WS-HDRTRL-FILENAME
           STRING FUNCTION TRIM(WS-COPY-FILENAME) '.hdrtrl'
               DELIMITED BY SIZE INTO WS-HDRTRL-FILENAME
           MOVE WS-HDRTRL-FILENAME TO WS-COPY-FILENAME
           OPEN INPUT COPYFILE
           IF WS-COPY-STATUS NOT = '00'
               MOVE WS-DETAIL-COPY-FILENAME TO WS-COPY-FILENAME
               IF WS-COPY-STATUS NOT = '35'
                   DISPLAY 'SKIPPING JOB: CANNOT OPEN HEADER/TRAILER '
                       'LAYOUT ' FUNCTION TRIM(WS-HDRTRL-FILENAME)
                       ' (STATUS ' WS-COPY-STATUS ')'
                   MOVE 8 TO RETURN-CODE
                   MOVE 'Y' TO WS-HDRTRL-INVALID
               END-IF
               EXIT PARAGRAPH
           END-IF

           MOVE 'Y' TO WS-HDRTRL-PRESENT
           MOVE 'Y' TO WS-HDRTRL-LOADING
           MOVE 'N' TO WS-EOF
           MOVE 'N' TO WS-STOP-PARSE
           PERFORM UNTIL WS-EOF = 'Y'
               READ COPYFILE
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF COPYRECORD(1:1) NOT = SPACE
                               AND COPYRECORD(1:1) NOT = '*'
                           PERFORM APPLY-HDRTRL-DIRECTIVE
                       ELSE
                           PERFORM PROCESS-COPY-LINE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE COPYFILE
           PERFORM UNTIL WS-OCC-DEPTH = ZERO
               PERFORM CLOSE-OCC-GROUP
           END-PERFORM
           PERFORM CLOSE-HDRTRL-RECORD
           MOVE 'N' TO WS-HDRTRL-LOADING

           MOVE WS-DETAIL-COPY-FILENAME TO WS-COPY-FILENAME
           MOVE WS-DETAIL-FIELD-COUNT TO WS-FIELD-COUNT
           MOVE WS-DETAIL-LENGTH TO WS-RECORD-LENGTH

           PERFORM CHECK-HDRTRL-LAYOUT.

       APPLY-HDRTRL-DIRECTIVE.
      *    Reconnaît une ligne de directive du fichier .hdrtrl
      *    (CLEF=NOM DE CHAMP, en colonne 1) ; une clef inconnue est
      *    signalée et ignorée.
           MOVE FUNCTION UPPER-CASE(COPYRECORD) TO WS-LINE-UPPER
           IF WS-LINE-UPPER(1:11) = 'HASH-FIELD='
               MOVE FUNCTION TRIM(WS-LINE-UPPER(12:100))
                   TO WS-HASH-FIELD-NAME
               EXIT PARAGRAPH
           END-IF
           IF WS-LINE-UPPER(1:14) = 'TRAILER-COUNT='
               MOVE FUNCTION TRIM(WS-LINE-UPPER(15:100))
                   TO WS-TRL-COUNT-NAME
               EXIT PARAGRAPH
           END-IF
           IF WS-LINE-UPPER(1:13) = 'TRAILER-HASH='
               MOVE FUNCTION TRIM(WS-LINE-UPPER(14:100))
                   TO WS-TRL-HASH-NAME
               EXIT PARAGRAPH
           END-IF
           IF WS-LINE-UPPER(1:12) = 'HEADER-DATE='
               MOVE FUNCTION TRIM(WS-LINE-UPPER(13:100))
                   TO WS-HDR-DATE-NAME
               EXIT PARAGRAPH
           END-IF
           IF WS-LINE-UPPER(1:14) = 'HEADER-SENDER='
               MOVE FUNCTION TRIM(WS-LINE-UPPER(15:100))
                   TO WS-HDR-SENDER-NAME
               EXIT PARAGRAPH
           END-IF
           DISPLAY 'WARNING: UNKNOWN DIRECTIVE IN '
               FUNCTION TRIM(WS-HDRTRL-FILENAME) ': "'
               FUNCTION TRIM(COPYRECORD) '" IGNORED'.

       START-HDRTRL-RECORD.
      *    Un 01 du fichier .hdrtrl : le premier ouvre l'en-tête, le
      *    second la fin de fichier ; un troisième est ignoré avec le
      *    reste du fichier. Chaque tracé repart du décalage zéro.
           PERFORM CLOSE-HDRTRL-RECORD
           IF WS-HDRTRL-PART >= 2
               DISPLAY 'NOTE: ONLY THE FIRST TWO 01 RECORDS OF '
                   FUNCTION TRIM(WS-HDRTRL-FILENAME)
                   ' ARE USED - "' FUNCTION TRIM(WS-FIELD-NAME)
                   '" IGNORED'
               MOVE 'Y' TO WS-STOP-PARSE
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-HDRTRL-PART
           MOVE ZERO TO WS-RECORD-LENGTH
           IF WS-HDRTRL-PART = 1
               COMPUTE WS-HDR-FIRST = WS-FIELD-COUNT + 1
           ELSE
               COMPUTE WS-TRL-FIRST = WS-FIELD-COUNT + 1
           END-IF.

       CLOSE-HDRTRL-RECORD.
      *    Arrête la plage de champs et la longueur du tracé de
      *    contrôle en cours.
           IF WS-HDRTRL-PART = 1
               MOVE WS-FIELD-COUNT TO WS-HDR-LAST
               MOVE WS-RECORD-LENGTH TO WS-HDR-LENGTH
           END-IF
           IF WS-HDRTRL-PART = 2
               MOVE WS-FIELD-COUNT TO WS-TRL-LAST
               MOVE WS-RECORD-LENGTH TO WS-TRL-LENGTH
           END-IF.

       NOTE-HDRTRL-RECORD-ID.
      *    Le premier champ X d'un tracé de contrôle portant un
      *    littéral VALUE identifie l'enregistrement (type
      *    d'enregistrement) : son décalage, sa longueur (30 octets
      *    au plus) et sa valeur sont retenus. Une constante
      *    figurative n'identifie rien.
           IF WS-PIC-TYPE NOT = 'X' OR WS-HAS-VALUE NOT = 'Y'
               EXIT PARAGRAPH
           END-IF
           IF WS-VALUE-TEXT = 'SPACE' OR WS-VALUE-TEXT = 'SPACES'
                   OR WS-VALUE-TEXT = 'ZERO' OR WS-VALUE-TEXT = 'ZEROS'
                   OR WS-VALUE-TEXT = 'ZEROES'
                   OR WS-VALUE-TEXT = 'LOW-VALUE'
                   OR WS-VALUE-TEXT = 'LOW-VALUES'
                   OR WS-VALUE-TEXT = 'HIGH-VALUE'
                   OR WS-VALUE-TEXT = 'HIGH-VALUES'
                   OR WS-VALUE-TEXT = 'QUOTE'
                   OR WS-VALUE-TEXT = 'QUOTES'
               EXIT PARAGRAPH
           END-IF
           IF WS-HDRTRL-PART = 1 AND WS-HDR-ID-LENGTH = ZERO
               MOVE WS-RECORD-LENGTH TO WS-HDR-ID-OFFSET
               IF WS-PIC-LENGTH > 30
                   MOVE 30 TO WS-HDR-ID-LENGTH
               ELSE
                   MOVE WS-PIC-LENGTH TO WS-HDR-ID-LENGTH
               END-IF
               MOVE WS-VALUE-TEXT(1:30) TO WS-HDR-ID-VALUE
           END-IF
           IF WS-HDRTRL-PART = 2 AND WS-TRL-ID-LENGTH = ZERO
               MOVE WS-RECORD-LENGTH TO WS-TRL-ID-OFFSET
               IF WS-PIC-LENGTH > 30
                   MOVE 30 TO WS-TRL-ID-LENGTH
               ELSE
                   MOVE WS-PIC-LENGTH TO WS-TRL-ID-LENGTH
               END-IF
               MOVE WS-VALUE-TEXT(1:30) TO WS-TRL-ID-VALUE
           END-IF.

       CHECK-HDRTRL-LAYOUT.
      *    Vérifie le tracé de contrôle chargé et résout les noms des
      *    directives en indices de la table des champs. L'en-tête et
      *    la fin de fichier doivent être déclarés, identifiables et
      *    distincts ; le nombre d'enregistrements est obligatoire,
      *    le total de contrôle demande à la fois HASH-FIELD= et
      *    TRAILER-HASH=.
           IF WS-HDRTRL-PART < 2 OR WS-HDR-LAST < WS-HDR-FIRST
                   OR WS-TRL-LAST < WS-TRL-FIRST
               DISPLAY 'SKIPPING JOB: HEADER/TRAILER LAYOUT '
                   FUNCTION TRIM(WS-HDRTRL-FILENAME)
                   ' MUST DESCRIBE A HEADER AND A TRAILER 01 RECORD'
               MOVE 8 TO RETURN-CODE
               MOVE 'Y' TO WS-HDRTRL-INVALID
               EXIT PARAGRAPH
           END-IF
           IF WS-HDR-ID-LENGTH = ZERO OR WS-TRL-ID-LENGTH = ZERO
               DISPLAY 'SKIPPING JOB: HEADER/TRAILER LAYOUT '
                   FUNCTION TRIM(WS-HDRTRL-FILENAME)
                   ' - EACH RECORD NEEDS A PIC X RECORD-TYPE FIELD'
                   ' WITH A VALUE LITERAL'
               MOVE 8 TO RETURN-CODE
               MOVE 'Y' TO WS-HDRTRL-INVALID
               EXIT PARAGRAPH
           END-IF
           IF WS-HDR-ID-OFFSET = WS-TRL-ID-OFFSET
                   AND WS-HDR-ID-LENGTH = WS-TRL-ID-LENGTH
                   AND WS-HDR-ID-VALUE = WS-TRL-ID-VALUE
               DISPLAY 'SKIPPING JOB: HEADER/TRAILER LAYOUT '
                   FUNCTION TRIM(WS-HDRTRL-FILENAME)
                   ' - HEADER AND TRAILER HAVE THE SAME RECORD TYPE'
               MOVE 8 TO RETURN-CODE
               MOVE 'Y' TO WS-HDRTRL-INVALID
               EXIT PARAGRAPH
           END-IF

           IF WS-TRL-COUNT-NAME = SPACES
               DISPLAY 'SKIPPING JOB: HEADER/TRAILER LAYOUT '
                   FUNCTION TRIM(WS-HDRTRL-FILENAME)
                   ' - NO TRAILER-COUNT= DIRECTIVE'
               MOVE 8 TO RETURN-CODE
               MOVE 'Y' TO WS-HDRTRL-INVALID
               EXIT PARAGRAPH
           END-IF
           MOVE WS-TRL-COUNT-NAME TO WS-HDRTRL-LOOKUP
           MOVE WS-TRL-FIRST TO WS-HDRTRL-FROM
           MOVE WS-TRL-LAST TO WS-HDRTRL-TO
           MOVE 'TRAILER' TO WS-HDRTRL-WHERE
           MOVE 'Y' TO WS-HDRTRL-NEED-NUMERIC
           PERFORM FIND-HDRTRL-FIELD
           MOVE WS-HDRTRL-FOUND TO WS-TRL-COUNT-IDX
           IF WS-HDRTRL-INVALID = 'Y'
               EXIT PARAGRAPH
           END-IF

           IF WS-HASH-FIELD-NAME NOT = SPACES
                   AND WS-TRL-HASH-NAME NOT = SPACES
               MOVE WS-HASH-FIELD-NAME TO WS-HDRTRL-LOOKUP
               MOVE 1 TO WS-HDRTRL-FROM
               MOVE WS-DETAIL-FIELD-COUNT TO WS-HDRTRL-TO
               MOVE 'DETAIL' TO WS-HDRTRL-WHERE
               MOVE 'Y' TO WS-HDRTRL-NEED-NUMERIC
               PERFORM FIND-HDRTRL-FIELD
               MOVE WS-HDRTRL-FOUND TO WS-HASH-FIELD-IDX
               IF WS-HDRTRL-INVALID = 'Y'
                   EXIT PARAGRAPH
               END-IF
               MOVE WS-TRL-HASH-NAME TO WS-HDRTRL-LOOKUP
               MOVE WS-TRL-FIRST TO WS-HDRTRL-FROM
               MOVE WS-TRL-LAST TO WS-HDRTRL-TO
               MOVE 'TRAILER' TO WS-HDRTRL-WHERE
               PERFORM FIND-HDRTRL-FIELD
               MOVE WS-HDRTRL-FOUND TO WS-TRL-HASH-IDX
               IF WS-HDRTRL-INVALID = 'Y'
                   EXIT PARAGRAPH
               END-IF
           ELSE
               IF WS-HASH-FIELD-NAME NOT = SPACES
                       OR WS-TRL-HASH-NAME NOT = SPACES
                   DISPLAY 'NOTE: HASH-FIELD= AND TRAILER-HASH= MUST '
                       'BOTH BE GIVEN IN '
                       FUNCTION TRIM(WS-HDRTRL-FILENAME)
                       ' - NO HASH TOTAL'
               END-IF
           END-IF

           IF WS-HDR-DATE-NAME NOT = SPACES
               MOVE WS-HDR-DATE-NAME TO WS-HDRTRL-LOOKUP
               MOVE WS-HDR-FIRST TO WS-HDRTRL-FROM
               MOVE WS-HDR-LAST TO WS-HDRTRL-TO
               MOVE 'HEADER' TO WS-HDRTRL-WHERE
               MOVE 'N' TO WS-HDRTRL-NEED-NUMERIC
               PERFORM FIND-HDRTRL-FIELD
               MOVE WS-HDRTRL-FOUND TO WS-HDR-DATE-IDX
               IF WS-HDRTRL-INVALID = 'Y'
                   EXIT PARAGRAPH
               END-IF
           END-IF
           IF WS-HDR-SENDER-NAME NOT = SPACES
               MOVE WS-HDR-SENDER-NAME TO WS-HDRTRL-LOOKUP
               MOVE WS-HDR-FIRST TO WS-HDRTRL-FROM
               MOVE WS-HDR-LAST TO WS-HDRTRL-TO
               MOVE 'HEADER' TO WS-HDRTRL-WHERE
               MOVE 'N' TO WS-HDRTRL-NEED-NUMERIC
               PERFORM FIND-HDRTRL-FIELD
               MOVE WS-HDRTRL-FOUND TO WS-HDR-SENDER-IDX
           END-IF.

       FIND-HDRTRL-FIELD.
      *    Cherche le champ WS-HDRTRL-LOOKUP dans la plage
      *    WS-HDRTRL-FROM..WS-HDRTRL-TO de la table (première
      *    occurrence). Un champ introuvable, ou non numérique quand
      *    un nombre est attendu, rend le tracé inutilisable.
           MOVE ZERO TO WS-HDRTRL-FOUND
           MOVE WS-HDRTRL-FROM TO WS-FIELD-IDX
           PERFORM UNTIL WS-FIELD-IDX > WS-HDRTRL-TO
                   OR WS-HDRTRL-FOUND > ZERO
               IF WS-FE-NAME(WS-FIELD-IDX) = WS-HDRTRL-LOOKUP
                   MOVE WS-FIELD-IDX TO WS-HDRTRL-FOUND
               END-IF
               ADD 1 TO WS-FIELD-IDX
           END-PERFORM
           IF WS-HDRTRL-FOUND = ZERO
               DISPLAY 'SKIPPING JOB: FIELD "'
                   FUNCTION TRIM(WS-HDRTRL-LOOKUP)
                   '" NOT FOUND IN THE '
                   FUNCTION TRIM(WS-HDRTRL-WHERE) ' RECORD OF '
                   FUNCTION TRIM(WS-HDRTRL-FILENAME)
               MOVE 8 TO RETURN-CODE
               MOVE 'Y' TO WS-HDRTRL-INVALID
               EXIT PARAGRAPH
           END-IF
           IF WS-HDRTRL-NEED-NUMERIC = 'Y'
                   AND WS-FE-TYPE(WS-HDRTRL-FOUND) NOT = '9'
               DISPLAY 'SKIPPING JOB: FIELD "'
                   FUNCTION TRIM(WS-HDRTRL-LOOKUP)
                   '" OF THE ' FUNCTION TRIM(WS-HDRTRL-WHERE)
                   ' RECORD IS NOT NUMERIC IN '
                   FUNCTION TRIM(WS-HDRTRL-FILENAME)
               MOVE 8 TO RETURN-CODE
               MOVE 'Y' TO WS-HDRTRL-INVALID
           END-IF.

       WRITE-RUNLOG-ENTRY.
      *    Consigne les statistiques du job (horodatage, fichier
      *    converti, enregistrements lus et écrits, sens, champs
      *    convertis, octets sans correspondance) dans le journal
      *    d'exécution.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-TIMESTAMP
           MOVE SPACES TO WS-RUNLOG-LINE
           STRING WS-CURRENT-TIMESTAMP(1:21) ' '
                  FUNCTION TRIM(WS-OUTDATA-FILENAME) ' '
                  'RECORDS-READ=' WS-RECORD-COUNT ' '
                  'RECORDS-WRITTEN=' WS-WRITTEN-COUNT ' '
                  'DIRECTION=' WS-DIRECTION ' '
                  'LENGTH-MISMATCHES=' WS-LENGTH-MISMATCH-COUNT ' '
                  'FIELDS-CONVERTED=' WS-CONVERTED-FIELD-COUNT ' '
                  'UNMAPPED-BYTES=' WS-UNMAPPED-COUNT
                  INTO WS-RUNLOG-LINE
           MOVE WS-RUNLOG-LINE TO RUNLOGRECORD
           WRITE RUNLOGRECORD.
