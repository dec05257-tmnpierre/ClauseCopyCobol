       IDENTIFICATION DIVISION.
       PROGRAM-ID. MASKDATAFILE.

      *    Programme compagnon de CREATEGROUPVARIABLES : produit, à
      *    partir d'un fichier de production lu à travers sa copy
      *    générée (analysée comme dans AUDITDATAFILE), une copie
      *    masquée de même tracé pour les essais. Un fichier de
      *    règles de masquage dit, champ par champ, si la valeur est
      *    conservée (KEEP), mise à blanc (BLANK), remplacée par une
      *    constante (CONSTANT), brouillée (SCRAMBLE) ou remplacée
      *    par un pseudonyme constant (PSEUDONYM) : une même valeur
      *    d'entrée donne toujours le même pseudonyme, les jointures
      *    entre fichiers masqués avec la même clef restent
      *    possibles. Les champs numériques zonés et condensés COMP-3
      *    restent valides (chiffres, signe et demi-octet de signe
      *    conservés), AUDITDATAFILE passe sur le résultat ; si le
      *    fichier porte les enregistrements de contrôle décrits par
      *    <copy>.hdrtrl, le total de contrôle de la fin de fichier
      *    est recalculé quand le champ cumulé est masqué. Le rapport
      *    de masquage donne le traitement de chaque champ et sert de
      *    preuve de conformité.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

      *    Sélectionne la copy décrivant le tracé. Le nom est
      *    dynamique pour permettre le mode lot (voir
      *    WS-COPY-FILENAME).
           SELECT COPYFILE ASSIGN TO DYNAMIC WS-COPY-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-COPY-STATUS.

      *    Sélectionne le fichier de production à masquer.
           SELECT INDATAFILE ASSIGN TO DYNAMIC WS-INDATA-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INDATA-STATUS.

      *    Sélectionne la copie masquée, enregistrement pour
      *    enregistrement à la même longueur.
           SELECT OUTDATAFILE ASSIGN TO DYNAMIC WS-OUTDATA-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OUTDATA-STATUS.

      *    Sélectionne le fichier de règles de masquage du job.
           SELECT RULESFILE ASSIGN TO DYNAMIC WS-RULES-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RULES-STATUS.

      *    Sélectionne le manifeste du mode lot (une ligne
      *    "copy:production:masqué:règles" par job). S'il est absent,
      *    le programme retombe sur le mode simple
      *    output.cpy/proddata.dat/masked.dat/mask-rules.txt.
           SELECT MANIFESTFILE
               ASSIGN TO DYNAMIC WS-MANIFEST-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MANIFEST-STATUS.

      *    Sélectionne le rapport de masquage du job courant.
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
      *    Définit l'enregistrement de production lu ; sa longueur
      *    réelle est relevée à la lecture.
       01 INDATARECORD PIC X(2000).

       FD OUTDATAFILE
           RECORD IS VARYING IN SIZE FROM 1 TO 2000
           DEPENDING ON WS-ACTUAL-LENGTH.
      *    Définit l'enregistrement masqué.
       01 OUTDATARECORD PIC X(2000).

       FD RULESFILE.
      *    Définit la structure d'une ligne du fichier de règles.
       01 RULESRECORD PIC X(200).

       FD MANIFESTFILE.
      *    Définit la structure d'une ligne du manifeste.
       01 MANIFESTRECORD PIC X(200).

       FD REPORTFILE.
      *    Définit la structure d'une ligne du rapport de masquage.
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
      *    première section sert au masquage, les suivantes sont
      *    ignorées avec un message.
       01 WS-GROUP-SEEN PIC X VALUE 'N'.
       01 WS-STOP-PARSE PIC X VALUE 'N'.

      *    Noms de fichiers dynamiques pour le mode lot ; par défaut
      *    le mode simple output.cpy/proddata.dat/masked.dat avec les
      *    règles de mask-rules.txt, le rapport étant nommé d'après
      *    la copie masquée.
       01 WS-COPY-FILENAME PIC X(100) VALUE 'output.cpy'.
       01 WS-COPY-STATUS PIC XX VALUE SPACES.
       01 WS-INDATA-FILENAME PIC X(100) VALUE 'proddata.dat'.
       01 WS-INDATA-STATUS PIC XX VALUE SPACES.
       01 WS-OUTDATA-FILENAME PIC X(100) VALUE 'masked.dat'.
       01 WS-OUTDATA-STATUS PIC XX VALUE SPACES.
       01 WS-REPORT-FILENAME PIC X(110) VALUE SPACES.
       01 WS-REPORT-STATUS PIC XX VALUE SPACES.

      *    Manifeste du mode lot : "copy:production:masqué:règles".
       01 WS-MANIFEST-FILENAME PIC X(100)
           VALUE 'mask-manifest.txt'.
       01 WS-MANIFEST-STATUS PIC XX VALUE SPACES.
       01 WS-MANIFEST-EOF PIC X VALUE 'N'.
       01 WS-CTL-COLON-1 PIC 999.
       01 WS-CTL-COLON-2 PIC 999.
       01 WS-CTL-COLON-3 PIC 999.

      *    Fichier de règles de masquage du job : une ligne
      *    "CHAMP:RÈGLE[:OPÉRANDE]" par champ, les lignes vides et
      *    les commentaires (étoile en tête) étant ignorés. Règles
      *    reconnues :
      *      KEEP              valeur conservée ;
      *      BLANK             espaces (champ X) ou zéro (champ 9) ;
      *      CONSTANT:valeur   valeur fixe, entre apostrophes ou
      *                        guillemets pour un champ X, littéral
      *                        numérique (signe et point décimal
      *                        facultatifs) pour un champ 9 ;
      *      SCRAMBLE          lettres et chiffres tirés au hasard
      *                        (la casse, la ponctuation et l'ordre
      *                        de grandeur sont conservés) ;
      *      PSEUDONYM         substitution à clef, de même forme que
      *                        SCRAMBLE mais constante : une même
      *                        valeur donne toujours le même
      *                        pseudonyme, deux valeurs différentes
      *                        jamais le même.
      *    Une règle s'applique à toutes les occurrences du champ ;
      *    un champ sans règle est conservé et signalé comme tel au
      *    rapport. Une règle en erreur (champ inconnu, règle
      *    inconnue, constante qui ne tient pas dans le champ, champ
      *    cité deux fois) fait écarter le job : une faute de frappe
      *    ne doit pas laisser passer une donnée en clair.
       01 WS-RULES-FILENAME PIC X(100) VALUE 'mask-rules.txt'.
       01 WS-RULES-STATUS PIC XX VALUE SPACES.
       01 WS-RULES-EOF PIC X VALUE 'N'.
       01 WS-RULES-LINE-NO PIC 9(6) VALUE ZERO.
       01 WS-RULES-LINE PIC X(200) VALUE SPACES.
       01 WS-RULES-IN-ERROR PIC X VALUE 'N'.
       01 WS-RULE-COUNT PIC 999 VALUE ZERO.
       01 WS-RULE-TABLE.
           05 WS-RULE-ENTRY OCCURS 200 TIMES.
               10 WS-RL-FIELD PIC X(30).
               10 WS-RL-TYPE PIC X(9).
               10 WS-RL-OPERAND PIC X(60).
       01 WS-RULE-IDX PIC 999 VALUE ZERO.
       01 WS-RULE-NAME-IN PIC X(30) VALUE SPACES.
       01 WS-RULE-TYPE-IN PIC X(9) VALUE SPACES.
       01 WS-RULE-OPERAND-IN PIC X(60) VALUE SPACES.
       01 WS-RULE-VALID PIC X VALUE 'N'.
       01 WS-RULE-FOUND-IDX PIC 999 VALUE ZERO.
       01 WS-RULE-SHOW PIC X(60) VALUE SPACES.
       01 WS-RULE-COLON-1 PIC 999 VALUE ZERO.
       01 WS-RULE-COLON-2 PIC 999 VALUE ZERO.
       01 WS-RULE-LINE-LEN PIC 999 VALUE ZERO.
       01 WS-QUOTE-LEN PIC 99 VALUE ZERO.

      *    Clef des pseudonymes (MASK-KEY= de la carte de contrôle) :
      *    deux exécutions avec la même clef donnent les mêmes
      *    pseudonymes. La clef compilée ne protège rien, le rapport
      *    signale qu'elle a servi. Graine du brouillage
      *    (MASK-SEED=, sinon tirée de l'heure).
       01 WS-MASK-KEY PIC X(60) VALUE 'MASKDATAFILE'.
       01 WS-MASK-KEY-SOURCE PIC X(20) VALUE 'COMPILED DEFAULT'.
       01 WS-SCRAMBLE-SEED PIC 9(10) VALUE ZERO.
       01 WS-CONTROL-NUM PIC 9(6) VALUE ZERO.
       01 WS-CONTROL-NUM-OK PIC X VALUE 'N'.

      *    Générateurs pseudo-aléatoires (congruentiels, module
      *    2**31 - 1) : WS-PSEUDO-STATE est réamorcé par la clef pour
      *    chaque valeur masquée en pseudonyme, WS-SCRAMBLE-STATE
      *    court sur toute l'exécution.
       01 WS-PRIME-MODULUS PIC 9(10) VALUE 2147483647.
       01 WS-KEY-STATE PIC 9(10) VALUE ZERO.
       01 WS-PSEUDO-STATE PIC 9(10) VALUE ZERO.
       01 WS-SCRAMBLE-STATE PIC 9(10) VALUE ZERO.
       01 WS-SHIFT PIC 99 VALUE ZERO.
       01 WS-PASS PIC 9 VALUE ZERO.
       01 WS-CLASS-BASE PIC 999 VALUE ZERO.
       01 WS-CLASS-SIZE PIC 99 VALUE ZERO.
       01 WS-CLASS-POS PIC 99 VALUE ZERO.

      *    Statistiques du job courant pour le journal d'exécution et
      *    la synthèse du rapport.
       01 WS-LINE-COUNT PIC 9(6) VALUE ZERO.
       01 WS-RECORD-COUNT PIC 9(6) VALUE ZERO.
       01 WS-WRITTEN-COUNT PIC 9(6) VALUE ZERO.
       01 WS-MASKED-COUNT PIC 9(6) VALUE ZERO.
       01 WS-KEPT-COUNT PIC 9(6) VALUE ZERO.
       01 WS-INVALID-COUNT PIC 9(6) VALUE ZERO.
       01 WS-LENGTH-MISMATCH-COUNT PIC 9(6) VALUE ZERO.
       01 WS-HEADER-COUNT PIC 9(6) VALUE ZERO.
       01 WS-TRAILER-COUNT PIC 9(6) VALUE ZERO.
       01 WS-RUNLOG-LINE PIC X(200) VALUE SPACES.
       01 WS-CURRENT-TIMESTAMP PIC X(21) VALUE SPACES.
       01 WS-RUNLOG-FILENAME PIC X(100) VALUE 'runlog.txt'.
       01 WS-RUNLOG-STATUS PIC XX VALUE SPACES.

      *    Carte de contrôle controlcard.txt : clefs reconnues ici
      *    RUNLOG=, MASK-MANIFEST=, MASK-KEY= et MASK-SEED= ; les
      *    clefs des autres programmes de la chaîne sont ignorées
      *    sans bruit, une même carte sert à toute l'installation.
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
      *    WS-FE-LENGTH est l'empreinte en octets ; WS-FE-DIGITS le
      *    nombre de chiffres d'un champ numérique. WS-FE-RULE est
      *    l'indice de la règle de masquage du champ (zéro : pas de
      *    règle, valeur conservée) ; WS-FE-MASKED et WS-FE-INVALID
      *    comptent les valeurs masquées et les contenus numériques
      *    invalides remplacés par zéro.
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
               10 WS-FE-RULE PIC 999.
               10 WS-FE-MASKED PIC 9(6).
               10 WS-FE-INVALID PIC 9(6).
       01 WS-FIELD-IDX PIC 999 VALUE ZERO.
       01 WS-LIST-IDX PIC 999 VALUE ZERO.
      *    Cumuls par nom de champ pour le rapport.
       01 WS-MASKED-SUM PIC 9(6) VALUE ZERO.
       01 WS-INVALID-SUM PIC 9(6) VALUE ZERO.
       01 WS-FIRST-OF-NAME PIC X VALUE 'N'.
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

      *    Tampons et positions de masquage.
       01 WS-ACTUAL-LENGTH PIC 9(5) VALUE ZERO.
       01 WS-EXPECTED-LENGTH PIC 9(5) VALUE ZERO.
       01 WS-BUFFER PIC X(2000) VALUE SPACES.
       01 WS-FIELD-POS PIC 9(5) VALUE ZERO.
       01 WS-FIELD-LEN PIC 9(4) VALUE ZERO.
       01 WS-BYTE-POS PIC 9(4) VALUE ZERO.
       01 WS-BYTE-ORD PIC 999 VALUE ZERO.
       01 WS-BYTE-VALUE PIC 999 VALUE ZERO.
       01 WS-HIGH-NIBBLE PIC 99 VALUE ZERO.
       01 WS-LOW-NIBBLE PIC 99 VALUE ZERO.
       01 WS-ONE-CHAR PIC X VALUE SPACE.

      *    Valeur masquée d'un champ X : WS-TEXT, utile jusqu'à
      *    WS-TEXT-END (dernier caractère non blanc).
       01 WS-TEXT PIC X(2000) VALUE SPACES.
       01 WS-TEXT-END PIC 9(4) VALUE ZERO.
      *    Rang du premier chiffre significatif d'un nombre dans
      *    WS-TEXT : il reste dans 1..9 (zéro pour un texte).
       01 WS-NONZERO-POS PIC 9(4) VALUE ZERO.

      *    Valeur d'un champ numérique éclatée en chiffres, zoné ou
      *    condensé : WS-DIGIT-STRING porte WS-DIGIT-COUNT chiffres
      *    (pour un COMP-3, tous les demi-octets hors signe, le
      *    premier pouvant être un demi-octet de cadrage toujours
      *    nul) ; WS-DIGIT-FIRST est le premier chiffre utile. Le
      *    signe est gardé sous la forme lue : demi-octet de signe
      *    d'un COMP-3, style du dernier octet d'un zoné (chiffre nu,
      *    'p'..'y', ou surfrappe '{'..'I' / '}'..'R').
       01 WS-DIGIT-STRING PIC X(40) VALUE SPACES.
       01 WS-DIGIT-COUNT PIC 99 VALUE ZERO.
       01 WS-DIGIT-FIRST PIC 99 VALUE ZERO.
       01 WS-DIGIT-IDX PIC 99 VALUE ZERO.
       01 WS-DIGIT-END PIC 99 VALUE ZERO.
       01 WS-DIGIT-SIG PIC 99 VALUE ZERO.
       01 WS-DIGIT PIC 9 VALUE ZERO.
       01 WS-DECODE-OK PIC X VALUE 'Y'.
       01 WS-NEGATIVE PIC X VALUE 'N'.
       01 WS-SIGN-NIBBLE PIC 99 VALUE ZERO.
       01 WS-SIGN-STYLE PIC X VALUE 'D'.
       01 WS-SIGN-MAP-POS PIC X(10) VALUE '{ABCDEFGHI'.
       01 WS-SIGN-MAP-NEG PIC X(10) VALUE '}JKLMNOPQR'.
       01 WS-SIGN-MAP-NEG-2 PIC X(10) VALUE 'pqrstuvwxy'.
       01 WS-SIGN-MAP-IDX PIC 99 VALUE ZERO.
       01 WS-SIGN-FOUND PIC X VALUE 'N'.

      *    Analyse d'une constante numérique : partie entière et
      *    décimales cadrées sur le champ.
       01 WS-NUM-TEXT PIC X(60) VALUE SPACES.
       01 WS-NUM-TEXT-LEN PIC 99 VALUE ZERO.
       01 WS-NUM-SCAN-POS PIC 99 VALUE ZERO.
       01 WS-NUM-INT-TEXT PIC X(40) VALUE SPACES.
       01 WS-NUM-INT-LEN PIC 99 VALUE ZERO.
       01 WS-NUM-FRAC-TEXT PIC X(40) VALUE SPACES.
       01 WS-NUM-FRAC-LEN PIC 99 VALUE ZERO.
       01 WS-NUM-POINT-SEEN PIC X VALUE 'N'.
       01 WS-NUM-NEGATIVE PIC X VALUE 'N'.
       01 WS-NUM-OK PIC X VALUE 'Y'.
       01 WS-NUM-INT-ROOM PIC 99 VALUE ZERO.

      *    Enregistrements de contrôle (voir CREATETESTDATA) : le
      *    tracé de l'en-tête et de la fin de fichier est décrit à
      *    côté de la copy de détail, dans <copy>.hdrtrl. Ce fichier
      *    commence par des lignes de directive en colonne 1
      *    (HASH-FIELD=, TRAILER-COUNT=, TRAILER-HASH=, HEADER-DATE=,
      *    HEADER-SENDER=) suivies de deux 01 écrits comme une copy :
      *    l'en-tête puis la fin de fichier. Leurs champs sont rangés
      *    dans la table des champs après ceux du détail (plages
      *    WS-HDR-FIRST/LAST et WS-TRL-FIRST/LAST), à des décalages
      *    propres à chaque enregistrement. Les enregistrements de
      *    contrôle ne sont pas masqués ; si le champ cumulé du
      *    détail l'est, le total de contrôle de la fin de fichier
      *    est remplacé par la somme des valeurs masquées.
       01 WS-HDRTRL-FILENAME PIC X(100) VALUE SPACES.
       01 WS-DETAIL-COPY-FILENAME PIC X(100) VALUE SPACES.
       01 WS-HDRTRL-PRESENT PIC X VALUE 'N'.
       01 WS-HDRTRL-INVALID PIC X VALUE 'N'.
       01 WS-HDRTRL-LOADING PIC X VALUE 'N'.
       01 WS-HDRTRL-PART PIC 9 VALUE ZERO.
       01 WS-RECORD-KIND PIC X VALUE 'D'.
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
       01 WS-TRL-ID-OFFSET PIC 9(5) VALUE ZERO.
       01 WS-TRL-ID-LENGTH PIC 99 VALUE ZERO.
       01 WS-TRL-ID-VALUE PIC X(30) VALUE SPACES.
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

      *    Total de contrôle recalculé : somme des valeurs masquées
      *    du champ cumulé, entier cadré sur ses décimales, puis
      *    recadré sur celles du champ total de la fin de fichier.
       01 WS-REHASH PIC X VALUE 'N'.
       01 WS-HASH-TOTAL PIC S9(18) VALUE ZERO.
       01 WS-NUM-VALUE PIC S9(18) VALUE ZERO.
       01 WS-NUM-ABS PIC 9(18) VALUE ZERO.
       01 WS-NUM-ABS-X REDEFINES WS-NUM-ABS PIC X(18).
       01 WS-SCALE-IDX PIC 99 VALUE ZERO.
       01 WS-HASH-REWRITTEN PIC X VALUE 'N'.

      *    Mise en page du rapport de masquage.
       01 WS-REPORT-LINE PIC X(200) VALUE SPACES.
       01 WS-TREATMENT-TEXT PIC X(80) VALUE SPACES.
       01 WS-NUM-ED-1 PIC ZZZZ9.
       01 WS-NUM-ED-2 PIC ZZZZ9.

       PROCEDURE DIVISION.
       BEGIN.
      *    Les enregistrements masqués sont de longueur fixe : les
      *    espaces de fin doivent être conservés à l'écriture, et la
      *    validation LINE SEQUENTIAL est désactivée pour laisser
      *    passer les octets des champs condensés COMP-3 (jamais de
      *    0x0A dans des octets BCD, le découpage en lignes est sûr).
           DISPLAY 'COB_LS_FIXED' UPON ENVIRONMENT-NAME
           DISPLAY '1' UPON ENVIRONMENT-VALUE
           DISPLAY 'COB_LS_VALIDATE' UPON ENVIRONMENT-NAME
           DISPLAY '0' UPON ENVIRONMENT-VALUE

      *    La carte de contrôle est lue avant toute ouverture.
           PERFORM READ-CONTROL-CARD
           PERFORM PREPARE-MASK-GENERATORS

      *    Mode lot : un manifeste "copy:production:masqué:règles"
      *    par ligne traite plusieurs jobs en une seule exécution.
      *    S'il est absent, on retombe sur le mode simple.
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

       PARSE-CONTROL-NUMBER.
      *    Convertit la VALEUR de la ligne de carte courante en
      *    entier ; une valeur non numérique laisse le réglage
      *    compilé en place avec un avertissement.
           MOVE 'N' TO WS-CONTROL-NUM-OK
           IF WS-CONTROL-VALUE NOT = SPACES
                   AND FUNCTION TRIM(WS-CONTROL-VALUE) IS NUMERIC
                   AND FUNCTION LENGTH(FUNCTION TRIM(
                       WS-CONTROL-VALUE)) <= 6
               MOVE FUNCTION NUMVAL(WS-CONTROL-VALUE)
                   TO WS-CONTROL-NUM
               MOVE 'Y' TO WS-CONTROL-NUM-OK
           ELSE
               DISPLAY 'WARNING: INVALID VALUE FOR CONTROL CARD KEY '
                   FUNCTION TRIM(WS-CONTROL-KEY) ': "'
                   FUNCTION TRIM(WS-CONTROL-VALUE)
                   '" - COMPILED DEFAULT KEPT'
           END-IF.

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
               WHEN 'MASK-MANIFEST'
                   MOVE WS-CONTROL-VALUE(1:100)
                       TO WS-MANIFEST-FILENAME
               WHEN 'MASK-KEY'
                   MOVE WS-CONTROL-VALUE(1:60) TO WS-MASK-KEY
                   MOVE 'CONTROL CARD' TO WS-MASK-KEY-SOURCE
               WHEN 'MASK-SEED'
                   PERFORM PARSE-CONTROL-NUMBER
                   IF WS-CONTROL-NUM-OK = 'Y'
                       MOVE WS-CONTROL-NUM TO WS-SCRAMBLE-SEED
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       PARSE-CONTROL-LINE.
      *    Découpe une ligne "copy:production:masqué:règles" du
      *    manifeste.
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
           MOVE SPACES TO WS-RULES-FILENAME

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
               MOVE MANIFESTRECORD(WS-CTL-COLON-3 + 1:
                             FUNCTION LENGTH(MANIFESTRECORD) -
                             WS-CTL-COLON-3) TO WS-RULES-FILENAME
           END-IF.

       PREPARE-MASK-GENERATORS.
      *    Amorce les deux générateurs : l'état de clef des
      *    pseudonymes est tiré de MASK-KEY=, celui du brouillage de
      *    MASK-SEED= ou, à défaut, de l'heure de lancement.
           MOVE 7 TO WS-KEY-STATE
           MOVE 1 TO WS-BYTE-POS
           PERFORM UNTIL WS-BYTE-POS >
                   FUNCTION LENGTH(FUNCTION TRIM(WS-MASK-KEY))
               MOVE WS-MASK-KEY(WS-BYTE-POS:1) TO WS-ONE-CHAR
               COMPUTE WS-KEY-STATE = FUNCTION MOD(
                   WS-KEY-STATE * 131 + FUNCTION ORD(WS-ONE-CHAR),
                   WS-PRIME-MODULUS)
               COMPUTE WS-KEY-STATE = FUNCTION MOD(
                   WS-KEY-STATE * 48271, WS-PRIME-MODULUS)
               IF WS-KEY-STATE = ZERO
                   MOVE 1 TO WS-KEY-STATE
               END-IF
               ADD 1 TO WS-BYTE-POS
           END-PERFORM

           IF WS-SCRAMBLE-SEED = ZERO
               MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-TIMESTAMP
               MOVE WS-CURRENT-TIMESTAMP(9:8) TO WS-SCRAMBLE-SEED
           END-IF
           COMPUTE WS-SCRAMBLE-STATE =
               FUNCTION MOD(WS-SCRAMBLE-SEED, WS-PRIME-MODULUS)
           IF WS-SCRAMBLE-STATE = ZERO
               MOVE 1 TO WS-SCRAMBLE-STATE
           END-IF.

       PROCESS-ONE-JOB.
      *    Traite un job : charge le tracé et les règles, masque
      *    chaque enregistrement de détail puis écrit le rapport de
      *    masquage.
           MOVE 'N' TO WS-DATA-EOF
           MOVE ZERO TO WS-RECORD-COUNT
           MOVE ZERO TO WS-WRITTEN-COUNT
           MOVE ZERO TO WS-MASKED-COUNT
           MOVE ZERO TO WS-KEPT-COUNT
           MOVE ZERO TO WS-INVALID-COUNT
           MOVE ZERO TO WS-LENGTH-MISMATCH-COUNT
           MOVE ZERO TO WS-HEADER-COUNT
           MOVE ZERO TO WS-TRAILER-COUNT
           MOVE ZERO TO WS-HASH-TOTAL
           MOVE 'N' TO WS-REHASH
           MOVE 'N' TO WS-HASH-REWRITTEN

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
           MOVE 1 TO WS-FIELD-IDX
           PERFORM UNTIL WS-FIELD-IDX > 500
               MOVE ZERO TO WS-FE-RULE(WS-FIELD-IDX)
               MOVE ZERO TO WS-FE-MASKED(WS-FIELD-IDX)
               MOVE ZERO TO WS-FE-INVALID(WS-FIELD-IDX)
               ADD 1 TO WS-FIELD-IDX
           END-PERFORM

           IF WS-RULES-FILENAME = SPACES
               DISPLAY 'SKIPPING JOB: NO MASKING RULES FILE FOR '
                   FUNCTION TRIM(WS-INDATA-FILENAME)
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           PERFORM LOAD-RULES-FILE
           IF WS-RULES-STATUS NOT = '00'
               DISPLAY 'SKIPPING JOB: CANNOT OPEN RULES FILE '
                   FUNCTION TRIM(WS-RULES-FILENAME)
                   ' (STATUS ' WS-RULES-STATUS ')'
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           IF WS-RULES-IN-ERROR = 'Y'
               DISPLAY 'SKIPPING JOB: MASKING RULES IN ERROR IN '
                   FUNCTION TRIM(WS-RULES-FILENAME)
                   ' - ' FUNCTION TRIM(WS-INDATA-FILENAME)
                   ' NOT MASKED'
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           PERFORM ATTACH-RULES-TO-FIELDS
           IF WS-HDRTRL-PRESENT = 'Y' AND WS-TRL-HASH-IDX > ZERO
                   AND WS-HASH-FIELD-IDX > ZERO
               IF WS-FE-RULE(WS-HASH-FIELD-IDX) > ZERO
                   IF WS-RL-TYPE(WS-FE-RULE(WS-HASH-FIELD-IDX))
                           NOT = 'KEEP'
                       MOVE 'Y' TO WS-REHASH
                   END-IF
               END-IF
           END-IF

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
               DISPLAY 'SKIPPING JOB: CANNOT OPEN MASKED FILE '
                   FUNCTION TRIM(WS-OUTDATA-FILENAME)
                   ' (STATUS ' WS-OUTDATA-STATUS ')'
               MOVE 8 TO RETURN-CODE
               CLOSE INDATAFILE
               EXIT PARAGRAPH
           END-IF
           PERFORM BUILD-REPORT-FILENAME
           OPEN OUTPUT REPORTFILE
           IF WS-REPORT-STATUS NOT = '00'
               DISPLAY 'SKIPPING JOB: CANNOT OPEN MASKING REPORT '
                   FUNCTION TRIM(WS-REPORT-FILENAME)
                   ' (STATUS ' WS-REPORT-STATUS ')'
               MOVE 8 TO RETURN-CODE
               CLOSE INDATAFILE
                     OUTDATAFILE
               EXIT PARAGRAPH
           END-IF

           PERFORM WRITE-TREATMENT-SECTION

           PERFORM UNTIL WS-DATA-EOF = 'Y'
               READ INDATAFILE
                   AT END MOVE 'Y' TO WS-DATA-EOF
                   NOT AT END
                       ADD 1 TO WS-RECORD-COUNT
                       MOVE 'D' TO WS-RECORD-KIND
                       IF WS-HDRTRL-PRESENT = 'Y'
                           PERFORM CLASSIFY-CONTROL-RECORD
                       END-IF
                       IF WS-RECORD-KIND = 'D'
                           PERFORM MASK-ONE-RECORD
                       ELSE
                           PERFORM CARRY-CONTROL-RECORD
                       END-IF
               END-READ
           END-PERFORM

           CLOSE INDATAFILE
                 OUTDATAFILE

           PERFORM WRITE-MASKING-SUMMARY
           CLOSE REPORTFILE
           PERFORM WRITE-RUNLOG-ENTRY.

       BUILD-REPORT-FILENAME.
      *    Nomme le rapport de masquage à partir du nom de la copie
      *    masquée.
           MOVE SPACES TO WS-REPORT-FILENAME
           STRING FUNCTION TRIM(WS-OUTDATA-FILENAME) '.mask'
                  DELIMITED BY SIZE INTO WS-REPORT-FILENAME.

       LOAD-RULES-FILE.
      *    Charge le fichier de règles de masquage du job. Chaque
      *    règle est validée contre le tracé au chargement ; une
      *    règle en erreur est signalée et fait écarter le job.
           MOVE ZERO TO WS-RULE-COUNT
           MOVE ZERO TO WS-RULES-LINE-NO
           MOVE 'N' TO WS-RULES-EOF
           MOVE 'N' TO WS-RULES-IN-ERROR
           OPEN INPUT RULESFILE
           IF WS-RULES-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-RULES-EOF = 'Y'
               READ RULESFILE
                   AT END MOVE 'Y' TO WS-RULES-EOF
                   NOT AT END
                       ADD 1 TO WS-RULES-LINE-NO
                       PERFORM PARSE-RULE-LINE
               END-READ
           END-PERFORM
           CLOSE RULESFILE.

       PARSE-RULE-LINE.
      *    Découpe une ligne "CHAMP:RÈGLE[:OPÉRANDE]" et range la
      *    règle dans la table si elle est valide. L'opérande court
      *    jusqu'à la fin de la ligne : une constante peut contenir
      *    deux-points.
           MOVE FUNCTION TRIM(RULESRECORD) TO WS-RULES-LINE
           IF WS-RULES-LINE = SPACES OR WS-RULES-LINE(1:1) = '*'
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-RULE-NAME-IN
           MOVE SPACES TO WS-RULE-TYPE-IN
           MOVE SPACES TO WS-RULE-OPERAND-IN
           MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-RULES-LINE))
               TO WS-RULE-LINE-LEN
           MOVE 1 TO WS-RULE-COLON-1
           PERFORM UNTIL WS-RULE-COLON-1 > WS-RULE-LINE-LEN
                   OR WS-RULES-LINE(WS-RULE-COLON-1:1) = ':'
               ADD 1 TO WS-RULE-COLON-1
           END-PERFORM
           MOVE WS-RULE-COLON-1 TO WS-RULE-COLON-2
           ADD 1 TO WS-RULE-COLON-2
           PERFORM UNTIL WS-RULE-COLON-2 > WS-RULE-LINE-LEN
                   OR WS-RULES-LINE(WS-RULE-COLON-2:1) = ':'
               ADD 1 TO WS-RULE-COLON-2
           END-PERFORM
           IF WS-RULE-COLON-1 > 1
               MOVE WS-RULES-LINE(1:WS-RULE-COLON-1 - 1)
                   TO WS-RULE-NAME-IN
           END-IF
           IF WS-RULE-COLON-2 - WS-RULE-COLON-1 > 1
               MOVE WS-RULES-LINE(WS-RULE-COLON-1 + 1:
                         WS-RULE-COLON-2 - WS-RULE-COLON-1 - 1)
                   TO WS-RULE-TYPE-IN
           END-IF
           IF WS-RULE-COLON-2 < WS-RULE-LINE-LEN
               MOVE WS-RULES-LINE(WS-RULE-COLON-2 + 1:
                         WS-RULE-LINE-LEN - WS-RULE-COLON-2)
                   TO WS-RULE-OPERAND-IN
           END-IF
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-RULE-NAME-IN))
               TO WS-RULE-NAME-IN
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-RULE-TYPE-IN))
               TO WS-RULE-TYPE-IN
           MOVE FUNCTION TRIM(WS-RULE-OPERAND-IN) TO WS-RULE-OPERAND-IN
           PERFORM VALIDATE-RULE
           IF WS-RULE-VALID = 'N'
               EXIT PARAGRAPH
           END-IF
           IF WS-RULE-COUNT >= 200
               MOVE 'RULE TABLE FULL (200)' TO WS-RULE-SHOW
               PERFORM REPORT-RULE-ERROR
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-RULE-COUNT
           MOVE WS-RULE-NAME-IN TO WS-RL-FIELD(WS-RULE-COUNT)
           MOVE WS-RULE-TYPE-IN TO WS-RL-TYPE(WS-RULE-COUNT)
           MOVE WS-RULE-OPERAND-IN TO WS-RL-OPERAND(WS-RULE-COUNT).

       VALIDATE-RULE.
      *    Contrôle la règle lue : champ du détail présent dans le
      *    tracé et cité une seule fois, règle connue, constante
      *    présente et compatible avec le champ.
           MOVE 'N' TO WS-RULE-VALID
           MOVE ZERO TO WS-RULE-FOUND-IDX
           MOVE ZERO TO WS-FIELD-IDX
           PERFORM UNTIL WS-FIELD-IDX >= WS-FIELD-COUNT
                   OR WS-RULE-FOUND-IDX > ZERO
               ADD 1 TO WS-FIELD-IDX
               IF WS-FE-NAME(WS-FIELD-IDX) = WS-RULE-NAME-IN
                   MOVE WS-FIELD-IDX TO WS-RULE-FOUND-IDX
               END-IF
           END-PERFORM
           IF WS-RULE-NAME-IN = SPACES OR WS-RULE-NAME-IN = 'FILLER'
                   OR WS-RULE-FOUND-IDX = ZERO
               MOVE 'FIELD NOT IN LAYOUT' TO WS-RULE-SHOW
               PERFORM REPORT-RULE-ERROR
               EXIT PARAGRAPH
           END-IF
           MOVE 1 TO WS-RULE-IDX
           PERFORM UNTIL WS-RULE-IDX > WS-RULE-COUNT
               IF WS-RL-FIELD(WS-RULE-IDX) = WS-RULE-NAME-IN
                   MOVE 'FIELD ALREADY HAS A RULE' TO WS-RULE-SHOW
                   PERFORM REPORT-RULE-ERROR
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-RULE-IDX
           END-PERFORM
           MOVE WS-RULE-FOUND-IDX TO WS-FIELD-IDX
           EVALUATE WS-RULE-TYPE-IN
               WHEN 'KEEP'
               WHEN 'BLANK'
               WHEN 'SCRAMBLE'
               WHEN 'PSEUDONYM'
                   MOVE SPACES TO WS-RULE-OPERAND-IN
                   MOVE 'Y' TO WS-RULE-VALID
               WHEN 'CONSTANT'
                   IF WS-RULE-OPERAND-IN = SPACES
                       MOVE 'MISSING CONSTANT VALUE' TO WS-RULE-SHOW
                       PERFORM REPORT-RULE-ERROR
                       EXIT PARAGRAPH
                   END-IF
                   IF WS-FE-TYPE(WS-FIELD-IDX) = '9'
                       PERFORM VALIDATE-NUMERIC-CONSTANT
                   ELSE
                       PERFORM VALIDATE-TEXT-CONSTANT
                   END-IF
               WHEN OTHER
                   MOVE 'UNKNOWN RULE' TO WS-RULE-SHOW
                   PERFORM REPORT-RULE-ERROR
           END-EVALUATE.

       VALIDATE-TEXT-CONSTANT.
      *    Une constante alphanumérique, apostrophes ou guillemets
      *    retirés, ne doit être ni vide ni plus longue que le champ
      *    WS-FIELD-IDX ; les espaces de tête entre les délimiteurs
      *    font partie de la valeur.
           PERFORM STRIP-CONSTANT-QUOTES
           IF WS-RULE-OPERAND-IN = SPACES
               MOVE 'MISSING CONSTANT VALUE' TO WS-RULE-SHOW
               PERFORM REPORT-RULE-ERROR
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-RULE-OPERAND-IN
               TRAILING)) TO WS-QUOTE-LEN
           IF WS-QUOTE-LEN > WS-FE-LENGTH(WS-FIELD-IDX)
               MOVE 'CONSTANT DOES NOT FIT THE FIELD' TO WS-RULE-SHOW
               PERFORM REPORT-RULE-ERROR
               EXIT PARAGRAPH
           END-IF
           MOVE 'Y' TO WS-RULE-VALID.

       STRIP-CONSTANT-QUOTES.
      *    Retire les apostrophes ou guillemets qui encadrent une
      *    constante alphanumérique.
           MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-RULE-OPERAND-IN))
               TO WS-QUOTE-LEN
           IF WS-QUOTE-LEN < 2
               EXIT PARAGRAPH
           END-IF
           IF (WS-RULE-OPERAND-IN(1:1) = '''' AND
                   WS-RULE-OPERAND-IN(WS-QUOTE-LEN:1) = '''')
               OR (WS-RULE-OPERAND-IN(1:1) = '"' AND
                   WS-RULE-OPERAND-IN(WS-QUOTE-LEN:1) = '"')
               IF WS-QUOTE-LEN = 2
                   MOVE SPACES TO WS-RULE-OPERAND-IN
               ELSE
                   MOVE WS-RULE-OPERAND-IN(2:WS-QUOTE-LEN - 2)
                       TO WS-RULE-SHOW
                   MOVE WS-RULE-SHOW TO WS-RULE-OPERAND-IN
               END-IF
           END-IF.

       VALIDATE-NUMERIC-CONSTANT.
      *    Une constante numérique doit être un littéral (signe de
      *    tête et point décimal facultatifs) qui tient dans le champ
      *    WS-FIELD-IDX : partie entière dans les chiffres entiers,
      *    décimales dans les décimales, pas de négatif dans un champ
      *    non signé.
           MOVE WS-RULE-OPERAND-IN TO WS-NUM-TEXT
           PERFORM PARSE-NUM-CONSTANT
           IF WS-NUM-OK = 'N'
               MOVE 'CONSTANT IS NOT A NUMBER' TO WS-RULE-SHOW
               PERFORM REPORT-RULE-ERROR
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-NUM-INT-ROOM = WS-FE-DIGITS(WS-FIELD-IDX)
               - WS-FE-DECIMALS(WS-FIELD-IDX)
           IF WS-NUM-INT-LEN > WS-NUM-INT-ROOM
                   OR WS-NUM-FRAC-LEN > WS-FE-DECIMALS(WS-FIELD-IDX)
               MOVE 'CONSTANT DOES NOT FIT THE FIELD PICTURE'
                   TO WS-RULE-SHOW
               PERFORM REPORT-RULE-ERROR
               EXIT PARAGRAPH
           END-IF
           IF WS-NUM-NEGATIVE = 'Y'
                   AND WS-FE-SIGNED(WS-FIELD-IDX) NOT = 'Y'
               MOVE 'NEGATIVE CONSTANT FOR AN UNSIGNED FIELD'
                   TO WS-RULE-SHOW
               PERFORM REPORT-RULE-ERROR
               EXIT PARAGRAPH
           END-IF
           MOVE 'Y' TO WS-RULE-VALID.

       PARSE-NUM-CONSTANT.
      *    Découpe le littéral numérique de WS-NUM-TEXT : signe,
      *    chiffres entiers significatifs (zéros de tête retirés) et
      *    décimales (zéros de queue retirés).
           MOVE 'Y' TO WS-NUM-OK
           MOVE 'N' TO WS-NUM-NEGATIVE
           MOVE 'N' TO WS-NUM-POINT-SEEN
           MOVE SPACES TO WS-NUM-INT-TEXT
           MOVE SPACES TO WS-NUM-FRAC-TEXT
           MOVE ZERO TO WS-NUM-INT-LEN
           MOVE ZERO TO WS-NUM-FRAC-LEN
           MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-NUM-TEXT))
               TO WS-NUM-TEXT-LEN
           MOVE 1 TO WS-NUM-SCAN-POS
           IF WS-NUM-TEXT(1:1) = '-'
               MOVE 'Y' TO WS-NUM-NEGATIVE
               MOVE 2 TO WS-NUM-SCAN-POS
           ELSE
               IF WS-NUM-TEXT(1:1) = '+'
                   MOVE 2 TO WS-NUM-SCAN-POS
               END-IF
           END-IF
           IF WS-NUM-SCAN-POS > WS-NUM-TEXT-LEN
               MOVE 'N' TO WS-NUM-OK
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-NUM-SCAN-POS > WS-NUM-TEXT-LEN
                   OR WS-NUM-OK = 'N'
               MOVE WS-NUM-TEXT(WS-NUM-SCAN-POS:1) TO WS-ONE-CHAR
               IF WS-ONE-CHAR IS NUMERIC
                   IF WS-NUM-POINT-SEEN = 'Y'
                       ADD 1 TO WS-NUM-FRAC-LEN
                       MOVE WS-ONE-CHAR
                           TO WS-NUM-FRAC-TEXT(WS-NUM-FRAC-LEN:1)
                   ELSE
                       IF WS-NUM-INT-LEN > ZERO
                               OR WS-ONE-CHAR NOT = '0'
                           ADD 1 TO WS-NUM-INT-LEN
                           MOVE WS-ONE-CHAR
                               TO WS-NUM-INT-TEXT(WS-NUM-INT-LEN:1)
                       END-IF
                   END-IF
               ELSE
                   IF WS-ONE-CHAR = '.' AND WS-NUM-POINT-SEEN = 'N'
                       MOVE 'Y' TO WS-NUM-POINT-SEEN
                   ELSE
                       MOVE 'N' TO WS-NUM-OK
                   END-IF
               END-IF
               ADD 1 TO WS-NUM-SCAN-POS
           END-PERFORM
           PERFORM UNTIL WS-NUM-FRAC-LEN = ZERO
                   OR WS-NUM-FRAC-TEXT(WS-NUM-FRAC-LEN:1) NOT = '0'
               MOVE SPACE TO WS-NUM-FRAC-TEXT(WS-NUM-FRAC-LEN:1)
               SUBTRACT 1 FROM WS-NUM-FRAC-LEN
           END-PERFORM
           IF WS-NUM-INT-LEN = ZERO AND WS-NUM-FRAC-LEN = ZERO
               MOVE 'N' TO WS-NUM-NEGATIVE
           END-IF.

       REPORT-RULE-ERROR.
      *    Signale une règle en erreur au chargement, avec la raison
      *    préparée dans WS-RULE-SHOW ; le job sera écarté.
           DISPLAY 'ERROR: RULE LINE ' WS-RULES-LINE-NO ' OF '
               FUNCTION TRIM(WS-RULES-FILENAME) ' ('
               FUNCTION TRIM(WS-RULE-NAME-IN) ' '
               FUNCTION TRIM(WS-RULE-TYPE-IN) '): '
               FUNCTION TRIM(WS-RULE-SHOW)
           MOVE 'Y' TO WS-RULES-IN-ERROR.

       ATTACH-RULES-TO-FIELDS.
      *    Rattache chaque règle à toutes les occurrences de son
      *    champ dans le tracé du détail.
           MOVE 1 TO WS-RULE-IDX
           PERFORM UNTIL WS-RULE-IDX > WS-RULE-COUNT
               MOVE 1 TO WS-FIELD-IDX
               PERFORM UNTIL WS-FIELD-IDX > WS-FIELD-COUNT
                   IF WS-FE-NAME(WS-FIELD-IDX) =
                           WS-RL-FIELD(WS-RULE-IDX)
                       MOVE WS-RULE-IDX TO WS-FE-RULE(WS-FIELD-IDX)
                   END-IF
                   ADD 1 TO WS-FIELD-IDX
               END-PERFORM
               ADD 1 TO WS-RULE-IDX
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
                       WS-HDR-ID-VALUE(1:WS-HDR-ID-LENGTH)
                   MOVE 'H' TO WS-RECORD-KIND
                   EXIT PARAGRAPH
               END-IF
           END-IF
           IF WS-ACTUAL-LENGTH >= WS-TRL-ID-OFFSET + WS-TRL-ID-LENGTH
               IF INDATARECORD(WS-TRL-ID-OFFSET + 1:
                       WS-TRL-ID-LENGTH) =
                       WS-TRL-ID-VALUE(1:WS-TRL-ID-LENGTH)
                   MOVE 'T' TO WS-RECORD-KIND
               END-IF
           END-IF.

       CARRY-CONTROL-RECORD.
      *    Recopie un enregistrement de contrôle sans le masquer ; la
      *    fin de fichier reçoit le total des valeurs masquées quand
      *    le champ cumulé est masqué (son nombre d'enregistrements
      *    ne change pas, chaque enregistrement est réécrit).
           MOVE SPACES TO WS-BUFFER
           MOVE INDATARECORD(1:WS-ACTUAL-LENGTH)
               TO WS-BUFFER(1:WS-ACTUAL-LENGTH)
           IF WS-RECORD-KIND = 'H'
               ADD 1 TO WS-HEADER-COUNT
           ELSE
               ADD 1 TO WS-TRAILER-COUNT
               IF WS-REHASH = 'Y'
                   PERFORM REWRITE-TRAILER-HASH
               END-IF
           END-IF
           MOVE WS-BUFFER(1:WS-ACTUAL-LENGTH) TO OUTDATARECORD
           WRITE OUTDATARECORD
           ADD 1 TO WS-WRITTEN-COUNT.

       REWRITE-TRAILER-HASH.
      *    Remplace le total de contrôle de la fin de fichier par la
      *    somme des valeurs masquées du champ cumulé, recadrée sur
      *    les décimales du champ total ; au-delà de sa taille les
      *    chiffres de tête sont abandonnés, un champ non signé
      *    reçoit la valeur absolue.
           MOVE WS-TRL-HASH-IDX TO WS-FIELD-IDX
           COMPUTE WS-FIELD-POS = WS-FE-OFFSET(WS-FIELD-IDX) + 1
           MOVE WS-FE-LENGTH(WS-FIELD-IDX) TO WS-FIELD-LEN
           IF WS-FIELD-POS + WS-FIELD-LEN - 1 > WS-ACTUAL-LENGTH
               DISPLAY 'WARNING: TRAILER RECORD ' WS-RECORD-COUNT
                   ' OF ' FUNCTION TRIM(WS-INDATA-FILENAME)
                   ' TOO SHORT - HASH TOTAL NOT REWRITTEN'
               EXIT PARAGRAPH
           END-IF
           MOVE WS-HASH-TOTAL TO WS-NUM-VALUE
           MOVE WS-FE-DECIMALS(WS-HASH-FIELD-IDX) TO WS-SCALE-IDX
           PERFORM UNTIL WS-SCALE-IDX >= WS-FE-DECIMALS(WS-FIELD-IDX)
               COMPUTE WS-NUM-VALUE = WS-NUM-VALUE * 10
                   ON SIZE ERROR CONTINUE
               END-COMPUTE
               ADD 1 TO WS-SCALE-IDX
           END-PERFORM
           PERFORM UNTIL WS-SCALE-IDX <= WS-FE-DECIMALS(WS-FIELD-IDX)
               COMPUTE WS-NUM-VALUE = WS-NUM-VALUE / 10
               SUBTRACT 1 FROM WS-SCALE-IDX
           END-PERFORM
      *    Le décodage de l'ancien total donne la disposition des
      *    chiffres du champ ; il positionne aussi le signe d'après
      *    l'ancien total, et doit donc précéder celui du nouveau.
           PERFORM DECODE-FIELD-DIGITS
           MOVE 'N' TO WS-NEGATIVE
           IF WS-NUM-VALUE < ZERO
               COMPUTE WS-NUM-ABS = 0 - WS-NUM-VALUE
               IF WS-FE-SIGNED(WS-FIELD-IDX) = 'Y'
                   MOVE 'Y' TO WS-NEGATIVE
               END-IF
           ELSE
               MOVE WS-NUM-VALUE TO WS-NUM-ABS
           END-IF
           MOVE ALL '0' TO WS-DIGIT-STRING
           MOVE WS-DIGIT-COUNT TO WS-DIGIT-IDX
           MOVE 18 TO WS-SCALE-IDX
           PERFORM UNTIL WS-DIGIT-IDX < WS-DIGIT-FIRST
                   OR WS-SCALE-IDX = ZERO
               MOVE WS-NUM-ABS-X(WS-SCALE-IDX:1)
                   TO WS-DIGIT-STRING(WS-DIGIT-IDX:1)
               SUBTRACT 1 FROM WS-DIGIT-IDX
               SUBTRACT 1 FROM WS-SCALE-IDX
           END-PERFORM
           PERFORM RESET-SIGN
           PERFORM ENCODE-FIELD-DIGITS
           MOVE 'Y' TO WS-HASH-REWRITTEN.

       MASK-ONE-RECORD.
      *    Masque l'enregistrement de détail lu, champ par champ, et
      *    l'écrit à sa longueur reçue.
           IF WS-ACTUAL-LENGTH NOT = WS-RECORD-LENGTH
               ADD 1 TO WS-LENGTH-MISMATCH-COUNT
           END-IF
           MOVE SPACES TO WS-BUFFER
           MOVE INDATARECORD(1:WS-ACTUAL-LENGTH)
               TO WS-BUFFER(1:WS-ACTUAL-LENGTH)
           MOVE 1 TO WS-FIELD-IDX
           PERFORM UNTIL WS-FIELD-IDX > WS-FIELD-COUNT
               PERFORM MASK-ONE-FIELD
               ADD 1 TO WS-FIELD-IDX
           END-PERFORM
           MOVE WS-BUFFER(1:WS-ACTUAL-LENGTH) TO OUTDATARECORD
           WRITE OUTDATARECORD
           ADD 1 TO WS-WRITTEN-COUNT.

       MASK-ONE-FIELD.
      *    Applique au champ WS-FIELD-IDX la règle qui lui est
      *    rattachée. Un champ coupé par la fin de l'enregistrement
      *    et soumis à masquage voit ses octets présents effacés
      *    (comptés comme contenu invalide) : rien n'en sort en
      *    clair.
           COMPUTE WS-FIELD-POS = WS-FE-OFFSET(WS-FIELD-IDX) + 1
           MOVE WS-FE-LENGTH(WS-FIELD-IDX) TO WS-FIELD-LEN
           IF WS-FIELD-POS > WS-ACTUAL-LENGTH
               EXIT PARAGRAPH
           END-IF
           IF WS-FE-RULE(WS-FIELD-IDX) = ZERO
               ADD 1 TO WS-KEPT-COUNT
               EXIT PARAGRAPH
           END-IF
           MOVE WS-FE-RULE(WS-FIELD-IDX) TO WS-RULE-IDX
           IF WS-RL-TYPE(WS-RULE-IDX) = 'KEEP'
               ADD 1 TO WS-KEPT-COUNT
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-MASKED-COUNT
           ADD 1 TO WS-FE-MASKED(WS-FIELD-IDX)

           IF WS-FIELD-POS + WS-FIELD-LEN - 1 > WS-ACTUAL-LENGTH
               COMPUTE WS-FIELD-LEN =
                   WS-ACTUAL-LENGTH - WS-FIELD-POS + 1
               IF WS-FE-TYPE(WS-FIELD-IDX) NOT = '9'
                   MOVE SPACES
                       TO WS-BUFFER(WS-FIELD-POS:WS-FIELD-LEN)
               ELSE
                   IF WS-FE-PACKED(WS-FIELD-IDX) = 'Y'
                       MOVE LOW-VALUES
                           TO WS-BUFFER(WS-FIELD-POS:WS-FIELD-LEN)
                   ELSE
                       MOVE ALL '0'
                           TO WS-BUFFER(WS-FIELD-POS:WS-FIELD-LEN)
                   END-IF
               END-IF
               ADD 1 TO WS-INVALID-COUNT
               ADD 1 TO WS-FE-INVALID(WS-FIELD-IDX)
               EXIT PARAGRAPH
           END-IF

           IF WS-FE-TYPE(WS-FIELD-IDX) = '9'
               PERFORM MASK-NUMERIC-FIELD
               IF WS-REHASH = 'Y'
                       AND WS-FIELD-IDX = WS-HASH-FIELD-IDX
                   PERFORM ADD-TO-HASH-TOTAL
               END-IF
           ELSE
               PERFORM MASK-TEXT-FIELD
           END-IF.

       MASK-TEXT-FIELD.
      *    Masque un champ alphanumérique selon sa règle.
           MOVE SPACES TO WS-TEXT
           MOVE WS-BUFFER(WS-FIELD-POS:WS-FIELD-LEN)
               TO WS-TEXT(1:WS-FIELD-LEN)
           MOVE ZERO TO WS-NONZERO-POS
           EVALUATE WS-RL-TYPE(WS-RULE-IDX)
               WHEN 'BLANK'
                   MOVE SPACES TO WS-TEXT
               WHEN 'CONSTANT'
                   MOVE WS-RL-OPERAND(WS-RULE-IDX) TO WS-TEXT
               WHEN 'SCRAMBLE'
                   MOVE WS-FIELD-LEN TO WS-TEXT-END
                   PERFORM SCRAMBLE-TEXT
               WHEN 'PSEUDONYM'
                   MOVE WS-FIELD-LEN TO WS-TEXT-END
                   PERFORM UNTIL WS-TEXT-END = ZERO
                           OR WS-TEXT(WS-TEXT-END:1) NOT = SPACE
                       SUBTRACT 1 FROM WS-TEXT-END
                   END-PERFORM
                   PERFORM PSEUDONYM-TEXT
           END-EVALUATE
           MOVE WS-TEXT(1:WS-FIELD-LEN)
               TO WS-BUFFER(WS-FIELD-POS:WS-FIELD-LEN).

       MASK-NUMERIC-FIELD.
      *    Masque un champ numérique zoné ou condensé au niveau de
      *    ses chiffres, ce qui le laisse valide : un contenu
      *    invalide à la lecture est remplacé par zéro et compté.
           PERFORM DECODE-FIELD-DIGITS
           IF WS-DECODE-OK = 'N'
               MOVE ALL '0' TO WS-DIGIT-STRING
               MOVE 'N' TO WS-NEGATIVE
               PERFORM RESET-SIGN
               PERFORM ENCODE-FIELD-DIGITS
               ADD 1 TO WS-INVALID-COUNT
               ADD 1 TO WS-FE-INVALID(WS-FIELD-IDX)
               EXIT PARAGRAPH
           END-IF
           EVALUATE WS-RL-TYPE(WS-RULE-IDX)
               WHEN 'BLANK'
                   MOVE ALL '0' TO WS-DIGIT-STRING
                   MOVE 'N' TO WS-NEGATIVE
                   PERFORM RESET-SIGN
               WHEN 'CONSTANT'
                   PERFORM BUILD-CONSTANT-DIGITS
                   PERFORM RESET-SIGN
               WHEN 'SCRAMBLE'
               WHEN 'PSEUDONYM'
                   PERFORM MASK-SIGNIFICANT-DIGITS
           END-EVALUATE
           PERFORM ENCODE-FIELD-DIGITS.

       MASK-SIGNIFICANT-DIGITS.
      *    Brouille ou remplace par pseudonyme les chiffres
      *    significatifs du champ : les zéros de tête restent, le
      *    premier chiffre significatif reste non nul, l'ordre de
      *    grandeur et le signe sont donc conservés. Le pseudonyme ne
      *    dépend que de la valeur : un même nombre en zoné et en
      *    condensé reçoit le même pseudonyme.
           MOVE WS-DIGIT-FIRST TO WS-DIGIT-SIG
           PERFORM UNTIL WS-DIGIT-SIG > WS-DIGIT-COUNT
                   OR WS-DIGIT-STRING(WS-DIGIT-SIG:1) NOT = '0'
               ADD 1 TO WS-DIGIT-SIG
           END-PERFORM
           IF WS-DIGIT-SIG > WS-DIGIT-COUNT
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-TEXT-END = WS-DIGIT-COUNT - WS-DIGIT-SIG + 1
           MOVE SPACES TO WS-TEXT
           MOVE WS-DIGIT-STRING(WS-DIGIT-SIG:WS-TEXT-END)
               TO WS-TEXT(1:WS-TEXT-END)
           MOVE 1 TO WS-NONZERO-POS
           IF WS-RL-TYPE(WS-RULE-IDX) = 'SCRAMBLE'
               PERFORM SCRAMBLE-TEXT
           ELSE
               PERFORM PSEUDONYM-TEXT
           END-IF
           MOVE WS-TEXT(1:WS-TEXT-END)
               TO WS-DIGIT-STRING(WS-DIGIT-SIG:WS-TEXT-END).

       SCRAMBLE-TEXT.
      *    Remplace chaque lettre et chaque chiffre de
      *    WS-TEXT(1:WS-TEXT-END) par un tirage du générateur de
      *    brouillage, dans la même classe (majuscule, minuscule,
      *    chiffre) ; le reste est laissé en place.
           MOVE 1 TO WS-BYTE-POS
           PERFORM UNTIL WS-BYTE-POS > WS-TEXT-END
               PERFORM FIND-CHAR-CLASS
               IF WS-CLASS-SIZE > ZERO
                   COMPUTE WS-SCRAMBLE-STATE = FUNCTION MOD(
                       WS-SCRAMBLE-STATE * 48271, WS-PRIME-MODULUS)
                   COMPUTE WS-CLASS-POS = FUNCTION MOD(
                       WS-SCRAMBLE-STATE, WS-CLASS-SIZE)
                   MOVE FUNCTION CHAR(WS-CLASS-BASE + WS-CLASS-POS)
                       TO WS-TEXT(WS-BYTE-POS:1)
               END-IF
               ADD 1 TO WS-BYTE-POS
           END-PERFORM.

       PSEUDONYM-TEXT.
      *    Remplace WS-TEXT(1:WS-TEXT-END) par son pseudonyme : deux
      *    passes de décalage dans la classe de chaque caractère, la
      *    première de gauche à droite, la seconde de droite à
      *    gauche, le décalage de chaque position étant tiré de la
      *    clef et des caractères déjà vus. Chaque passe est
      *    réversible pour qui connaît la clef : deux valeurs
      *    différentes ne donnent jamais le même pseudonyme, et
      *    chaque caractère du résultat dépend de toute la valeur.
           IF WS-TEXT-END = ZERO
               EXIT PARAGRAPH
           END-IF
           MOVE 1 TO WS-PASS
           MOVE WS-KEY-STATE TO WS-PSEUDO-STATE
           MOVE 1 TO WS-BYTE-POS
           PERFORM UNTIL WS-BYTE-POS > WS-TEXT-END
               PERFORM PSEUDONYM-ONE-CHAR
               ADD 1 TO WS-BYTE-POS
           END-PERFORM
           MOVE 2 TO WS-PASS
           COMPUTE WS-PSEUDO-STATE = FUNCTION MOD(
               WS-KEY-STATE * 131 + WS-PASS, WS-PRIME-MODULUS)
           MOVE WS-TEXT-END TO WS-BYTE-POS
           PERFORM UNTIL WS-BYTE-POS = ZERO
               PERFORM PSEUDONYM-ONE-CHAR
               SUBTRACT 1 FROM WS-BYTE-POS
           END-PERFORM.

       PSEUDONYM-ONE-CHAR.
      *    Décale le caractère WS-BYTE-POS dans sa classe du montant
      *    tiré de l'état courant, puis mêle le caractère d'origine à
      *    l'état pour la position suivante.
           MOVE WS-TEXT(WS-BYTE-POS:1) TO WS-ONE-CHAR
           PERFORM FIND-CHAR-CLASS
           IF WS-CLASS-SIZE > ZERO
               COMPUTE WS-SHIFT =
                   FUNCTION MOD(WS-PSEUDO-STATE, WS-CLASS-SIZE)
               COMPUTE WS-CLASS-POS = FUNCTION MOD(
                   WS-CLASS-POS + WS-SHIFT, WS-CLASS-SIZE)
               MOVE FUNCTION CHAR(WS-CLASS-BASE + WS-CLASS-POS)
                   TO WS-TEXT(WS-BYTE-POS:1)
           END-IF
           COMPUTE WS-PSEUDO-STATE = FUNCTION MOD(
               WS-PSEUDO-STATE * 131 + FUNCTION ORD(WS-ONE-CHAR),
               WS-PRIME-MODULUS)
           COMPUTE WS-PSEUDO-STATE = FUNCTION MOD(
               WS-PSEUDO-STATE * 48271, WS-PRIME-MODULUS)
           IF WS-PSEUDO-STATE = ZERO
               MOVE 1 TO WS-PSEUDO-STATE
           END-IF.

       FIND-CHAR-CLASS.
      *    Classe du caractère WS-TEXT(WS-BYTE-POS:1) : ordinal du
      *    premier caractère de la classe, taille de la classe (zéro
      *    hors lettres et chiffres) et rang du caractère. Le premier
      *    chiffre significatif d'un nombre (WS-NONZERO-POS) reste
      *    dans 1..9.
           MOVE WS-TEXT(WS-BYTE-POS:1) TO WS-ONE-CHAR
           MOVE ZERO TO WS-CLASS-SIZE
           IF WS-BYTE-POS = WS-NONZERO-POS
               IF WS-ONE-CHAR >= '1' AND WS-ONE-CHAR <= '9'
                   MOVE FUNCTION ORD('1') TO WS-CLASS-BASE
                   MOVE 9 TO WS-CLASS-SIZE
               END-IF
           ELSE
               IF WS-ONE-CHAR >= '0' AND WS-ONE-CHAR <= '9'
                   MOVE FUNCTION ORD('0') TO WS-CLASS-BASE
                   MOVE 10 TO WS-CLASS-SIZE
               END-IF
               IF WS-ONE-CHAR >= 'A' AND WS-ONE-CHAR <= 'Z'
                   MOVE FUNCTION ORD('A') TO WS-CLASS-BASE
                   MOVE 26 TO WS-CLASS-SIZE
               END-IF
               IF WS-ONE-CHAR >= 'a' AND WS-ONE-CHAR <= 'z'
                   MOVE FUNCTION ORD('a') TO WS-CLASS-BASE
                   MOVE 26 TO WS-CLASS-SIZE
               END-IF
           END-IF
           IF WS-CLASS-SIZE > ZERO
               COMPUTE WS-CLASS-POS =
                   FUNCTION ORD(WS-ONE-CHAR) - WS-CLASS-BASE
           END-IF.

       DECODE-FIELD-DIGITS.
      *    Éclate le champ numérique WS-FIELD-IDX en chiffres dans
      *    WS-DIGIT-STRING, avec son signe. Condensé : un chiffre par
      *    demi-octet, le dernier demi-octet portant le signe (C, D
      *    ou F, D négatif). Zoné : un chiffre par octet, le
      *    dernier pouvant porter le signe embarqué.
           MOVE 'Y' TO WS-DECODE-OK
           MOVE 'N' TO WS-NEGATIVE
           MOVE 'D' TO WS-SIGN-STYLE
           MOVE 15 TO WS-SIGN-NIBBLE
           MOVE ALL '0' TO WS-DIGIT-STRING
           IF WS-FE-PACKED(WS-FIELD-IDX) = 'Y'
               IF WS-FIELD-LEN > 20
                   MOVE 39 TO WS-DIGIT-COUNT
                   MOVE 1 TO WS-DIGIT-FIRST
                   MOVE 'N' TO WS-DECODE-OK
                   EXIT PARAGRAPH
               END-IF
               COMPUTE WS-DIGIT-COUNT = WS-FIELD-LEN * 2 - 1
               IF WS-FE-DIGITS(WS-FIELD-IDX) > ZERO
                       AND WS-FE-DIGITS(WS-FIELD-IDX) <=
                           WS-DIGIT-COUNT
                   COMPUTE WS-DIGIT-FIRST = WS-DIGIT-COUNT
                       - WS-FE-DIGITS(WS-FIELD-IDX) + 1
               ELSE
                   MOVE 1 TO WS-DIGIT-FIRST
               END-IF
               MOVE 1 TO WS-BYTE-POS
               PERFORM UNTIL WS-BYTE-POS > WS-FIELD-LEN
                   MOVE WS-BUFFER(WS-FIELD-POS + WS-BYTE-POS - 1:1)
                       TO WS-ONE-CHAR
                   COMPUTE WS-BYTE-VALUE =
                       FUNCTION ORD(WS-ONE-CHAR) - 1
                   DIVIDE WS-BYTE-VALUE BY 16 GIVING WS-HIGH-NIBBLE
                       REMAINDER WS-LOW-NIBBLE
                   COMPUTE WS-DIGIT-IDX = WS-BYTE-POS * 2 - 1
                   IF WS-HIGH-NIBBLE > 9
                       MOVE 'N' TO WS-DECODE-OK
                   ELSE
                       MOVE WS-HIGH-NIBBLE TO WS-DIGIT
                       MOVE WS-DIGIT TO WS-DIGIT-STRING(WS-DIGIT-IDX:1)
                   END-IF
                   IF WS-BYTE-POS < WS-FIELD-LEN
                       IF WS-LOW-NIBBLE > 9
                           MOVE 'N' TO WS-DECODE-OK
                       ELSE
                           MOVE WS-LOW-NIBBLE TO WS-DIGIT
                           MOVE WS-DIGIT
                               TO WS-DIGIT-STRING(WS-DIGIT-IDX + 1:1)
                       END-IF
                   ELSE
                       MOVE WS-LOW-NIBBLE TO WS-SIGN-NIBBLE
                   END-IF
                   ADD 1 TO WS-BYTE-POS
               END-PERFORM
               IF WS-SIGN-NIBBLE = 13
                   MOVE 'Y' TO WS-NEGATIVE
               END-IF
               IF WS-SIGN-NIBBLE NOT = 12 AND WS-SIGN-NIBBLE NOT = 13
                       AND WS-SIGN-NIBBLE NOT = 15
                   MOVE 'N' TO WS-DECODE-OK
               END-IF
               EXIT PARAGRAPH
           END-IF

           IF WS-FIELD-LEN > 40
               MOVE 40 TO WS-DIGIT-COUNT
               MOVE 1 TO WS-DIGIT-FIRST
               MOVE 'N' TO WS-DECODE-OK
               EXIT PARAGRAPH
           END-IF
           MOVE WS-FIELD-LEN TO WS-DIGIT-COUNT
           MOVE 1 TO WS-DIGIT-FIRST
           MOVE 1 TO WS-BYTE-POS
           PERFORM UNTIL WS-BYTE-POS > WS-FIELD-LEN
               MOVE WS-BUFFER(WS-FIELD-POS + WS-BYTE-POS - 1:1)
                   TO WS-ONE-CHAR
               IF WS-ONE-CHAR IS NUMERIC
                   MOVE WS-ONE-CHAR TO WS-DIGIT-STRING(WS-BYTE-POS:1)
               ELSE
                   IF WS-BYTE-POS = WS-FIELD-LEN
                       PERFORM DECODE-ZONED-SIGN-CHAR
                   ELSE
                       MOVE 'N' TO WS-DECODE-OK
                   END-IF
               END-IF
               ADD 1 TO WS-BYTE-POS
           END-PERFORM.

       DECODE-ZONED-SIGN-CHAR.
      *    Décode le caractère de signe embarqué du dernier octet
      *    d'un champ zoné : '{' et 'A'-'I' pour +0 à +9, '}' et
      *    'J'-'R' pour -0 à -9, 'p'-'y' pour -0 à -9 (forme écrite
      *    par le générateur de données d'essai). Le style lu est
      *    retenu pour réécrire le signe sous la même forme.
           MOVE 'N' TO WS-SIGN-FOUND
           MOVE 1 TO WS-SIGN-MAP-IDX
           PERFORM UNTIL WS-SIGN-MAP-IDX > 10
                   OR WS-SIGN-FOUND = 'Y'
               IF WS-ONE-CHAR = WS-SIGN-MAP-POS(WS-SIGN-MAP-IDX:1)
                   MOVE 'Y' TO WS-SIGN-FOUND
                   MOVE 'O' TO WS-SIGN-STYLE
               END-IF
               IF WS-ONE-CHAR = WS-SIGN-MAP-NEG(WS-SIGN-MAP-IDX:1)
                   MOVE 'Y' TO WS-SIGN-FOUND
                   MOVE 'O' TO WS-SIGN-STYLE
                   MOVE 'Y' TO WS-NEGATIVE
               END-IF
               IF WS-ONE-CHAR = WS-SIGN-MAP-NEG-2(WS-SIGN-MAP-IDX:1)
                   MOVE 'Y' TO WS-SIGN-FOUND
                   MOVE 'Y' TO WS-NEGATIVE
               END-IF
               IF WS-SIGN-FOUND = 'Y'
                   COMPUTE WS-DIGIT = WS-SIGN-MAP-IDX - 1
                   MOVE WS-DIGIT TO WS-DIGIT-STRING(WS-BYTE-POS:1)
               END-IF
               ADD 1 TO WS-SIGN-MAP-IDX
           END-PERFORM
           IF WS-SIGN-FOUND = 'N'
               MOVE 'N' TO WS-DECODE-OK
           END-IF.

       RESET-SIGN.
      *    Signe d'une valeur fixée par le programme (zéro,
      *    constante, total) : forme usuelle de la chaîne, C ou D
      *    pour un condensé signé, F pour un non signé, chiffre nu
      *    ou 'p'..'y' pour un zoné.
           MOVE 'D' TO WS-SIGN-STYLE
           IF WS-FE-SIGNED(WS-FIELD-IDX) = 'Y'
               IF WS-NEGATIVE = 'Y'
                   MOVE 13 TO WS-SIGN-NIBBLE
               ELSE
                   MOVE 12 TO WS-SIGN-NIBBLE
               END-IF
           ELSE
               MOVE 'N' TO WS-NEGATIVE
               MOVE 15 TO WS-SIGN-NIBBLE
           END-IF.

       ENCODE-FIELD-DIGITS.
      *    Réécrit le champ WS-FIELD-IDX à partir de WS-DIGIT-STRING
      *    et du signe retenu ; le demi-octet de cadrage d'un
      *    condensé reste nul.
           IF WS-FE-PACKED(WS-FIELD-IDX) = 'Y'
               MOVE 1 TO WS-DIGIT-IDX
               PERFORM UNTIL WS-DIGIT-IDX >= WS-DIGIT-FIRST
                   MOVE '0' TO WS-DIGIT-STRING(WS-DIGIT-IDX:1)
                   ADD 1 TO WS-DIGIT-IDX
               END-PERFORM
               MOVE 1 TO WS-BYTE-POS
               PERFORM UNTIL WS-BYTE-POS > WS-FIELD-LEN
                   COMPUTE WS-DIGIT-IDX = WS-BYTE-POS * 2 - 1
                   MOVE WS-DIGIT-STRING(WS-DIGIT-IDX:1) TO WS-DIGIT
                   MOVE WS-DIGIT TO WS-HIGH-NIBBLE
                   IF WS-BYTE-POS < WS-FIELD-LEN
                       MOVE WS-DIGIT-STRING(WS-DIGIT-IDX + 1:1)
                           TO WS-DIGIT
                       MOVE WS-DIGIT TO WS-LOW-NIBBLE
                   ELSE
                       MOVE WS-SIGN-NIBBLE TO WS-LOW-NIBBLE
                   END-IF
                   MOVE FUNCTION CHAR(WS-HIGH-NIBBLE * 16
                                      + WS-LOW-NIBBLE + 1)
                       TO WS-BUFFER(WS-FIELD-POS + WS-BYTE-POS - 1:1)
                   ADD 1 TO WS-BYTE-POS
               END-PERFORM
               EXIT PARAGRAPH
           END-IF

           MOVE WS-DIGIT-STRING(1:WS-FIELD-LEN)
               TO WS-BUFFER(WS-FIELD-POS:WS-FIELD-LEN)
           MOVE WS-DIGIT-STRING(WS-FIELD-LEN:1) TO WS-DIGIT
           COMPUTE WS-SIGN-MAP-IDX = WS-DIGIT + 1
           MOVE SPACE TO WS-ONE-CHAR
           IF WS-NEGATIVE = 'Y'
               IF WS-SIGN-STYLE = 'O'
                   MOVE WS-SIGN-MAP-NEG(WS-SIGN-MAP-IDX:1)
                       TO WS-ONE-CHAR
               ELSE
                   MOVE WS-SIGN-MAP-NEG-2(WS-SIGN-MAP-IDX:1)
                       TO WS-ONE-CHAR
               END-IF
           ELSE
               IF WS-SIGN-STYLE = 'O'
                   MOVE WS-SIGN-MAP-POS(WS-SIGN-MAP-IDX:1)
                       TO WS-ONE-CHAR
               END-IF
           END-IF
           IF WS-ONE-CHAR NOT = SPACE
               MOVE WS-ONE-CHAR
                   TO WS-BUFFER(WS-FIELD-POS + WS-FIELD-LEN - 1:1)
           END-IF.

       BUILD-CONSTANT-DIGITS.
      *    Range la constante numérique de la règle dans
      *    WS-DIGIT-STRING, cadrée sur les décimales du champ (la
      *    règle a été validée au chargement).
           MOVE WS-RL-OPERAND(WS-RULE-IDX) TO WS-NUM-TEXT
           PERFORM PARSE-NUM-CONSTANT
           MOVE ALL '0' TO WS-DIGIT-STRING
           MOVE 1 TO WS-DIGIT-IDX
           PERFORM UNTIL WS-DIGIT-IDX > WS-NUM-FRAC-LEN
               MOVE WS-NUM-FRAC-TEXT(WS-DIGIT-IDX:1)
                   TO WS-DIGIT-STRING(WS-DIGIT-COUNT
                       - WS-FE-DECIMALS(WS-FIELD-IDX)
                       + WS-DIGIT-IDX:1)
               ADD 1 TO WS-DIGIT-IDX
           END-PERFORM
           COMPUTE WS-DIGIT-END = WS-DIGIT-COUNT
               - WS-FE-DECIMALS(WS-FIELD-IDX)
           MOVE 1 TO WS-DIGIT-IDX
           PERFORM UNTIL WS-DIGIT-IDX > WS-NUM-INT-LEN
               MOVE WS-NUM-INT-TEXT(WS-DIGIT-IDX:1)
                   TO WS-DIGIT-STRING(WS-DIGIT-END - WS-NUM-INT-LEN
                       + WS-DIGIT-IDX:1)
               ADD 1 TO WS-DIGIT-IDX
           END-PERFORM
           MOVE WS-NUM-NEGATIVE TO WS-NEGATIVE.

       ADD-TO-HASH-TOTAL.
      *    Cumule la valeur masquée du champ cumulé, entier cadré sur
      *    ses décimales, pour le total de la fin de fichier.
           MOVE ZERO TO WS-NUM-VALUE
           MOVE WS-DIGIT-FIRST TO WS-DIGIT-IDX
           PERFORM UNTIL WS-DIGIT-IDX > WS-DIGIT-COUNT
               MOVE WS-DIGIT-STRING(WS-DIGIT-IDX:1) TO WS-DIGIT
               COMPUTE WS-NUM-VALUE = WS-NUM-VALUE * 10 + WS-DIGIT
                   ON SIZE ERROR CONTINUE
               END-COMPUTE
               ADD 1 TO WS-DIGIT-IDX
           END-PERFORM
           IF WS-NEGATIVE = 'Y'
               SUBTRACT WS-NUM-VALUE FROM WS-HASH-TOTAL
                   ON SIZE ERROR CONTINUE
               END-SUBTRACT
           ELSE
               ADD WS-NUM-VALUE TO WS-HASH-TOTAL
                   ON SIZE ERROR CONTINUE
               END-ADD
           END-IF.

       WRITE-TREATMENT-SECTION.
      *    Écrit en tête du rapport le traitement appliqué à chaque
      *    champ du détail (une ligne par nom, toutes occurrences
      *    confondues) : preuve de ce qui a été masqué et comment.
           MOVE SPACES TO WS-REPORT-LINE
           STRING 'MASKING OF ' FUNCTION TRIM(WS-INDATA-FILENAME)
                  ' TO ' FUNCTION TRIM(WS-OUTDATA-FILENAME)
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           STRING 'LAYOUT ' FUNCTION TRIM(WS-COPY-FILENAME)
                  ' - RULES ' FUNCTION TRIM(WS-RULES-FILENAME)
                  ' - PSEUDONYM KEY FROM '
                  FUNCTION TRIM(WS-MASK-KEY-SOURCE)
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE 'FIELD TREATMENT' TO WS-REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE 1 TO WS-FIELD-IDX
           PERFORM UNTIL WS-FIELD-IDX > WS-FIELD-COUNT
               PERFORM CHECK-FIRST-OF-NAME
               IF WS-FIRST-OF-NAME = 'Y'
                   PERFORM BUILD-TREATMENT-TEXT
                   MOVE SPACES TO WS-REPORT-LINE
                   STRING '  ' FUNCTION TRIM(WS-FE-NAME(WS-FIELD-IDX))
                          ' ' FUNCTION TRIM(WS-TREATMENT-TEXT)
                          DELIMITED BY SIZE INTO WS-REPORT-LINE
                   PERFORM WRITE-REPORT-LINE
               END-IF
               ADD 1 TO WS-FIELD-IDX
           END-PERFORM
           IF WS-HDRTRL-PRESENT = 'Y'
               MOVE SPACES TO WS-REPORT-LINE
               STRING '  CONTROL RECORDS OF '
                      FUNCTION TRIM(WS-HDRTRL-FILENAME)
                      ' COPIED UNMASKED'
                      DELIMITED BY SIZE INTO WS-REPORT-LINE
               PERFORM WRITE-REPORT-LINE
               IF WS-REHASH = 'Y'
                   MOVE SPACES TO WS-REPORT-LINE
                   STRING '  TRAILER '
                          FUNCTION TRIM(WS-FE-NAME(WS-TRL-HASH-IDX))
                          ' RECOMPUTED FROM THE MASKED '
                          FUNCTION TRIM(WS-FE-NAME(WS-HASH-FIELD-IDX))
                          ' VALUES'
                          DELIMITED BY SIZE INTO WS-REPORT-LINE
                   PERFORM WRITE-REPORT-LINE
               END-IF
           END-IF.

       CHECK-FIRST-OF-NAME.
      *    Indique si WS-FIELD-IDX est la première entrée de son nom
      *    (les occurrences d'un OCCURS portent le même nom) ; les
      *    FILLER ne sont pas listés.
           MOVE 'Y' TO WS-FIRST-OF-NAME
           IF WS-FE-NAME(WS-FIELD-IDX) = 'FILLER'
               MOVE 'N' TO WS-FIRST-OF-NAME
               EXIT PARAGRAPH
           END-IF
           MOVE 1 TO WS-LIST-IDX
           PERFORM UNTIL WS-LIST-IDX >= WS-FIELD-IDX
                   OR WS-FIRST-OF-NAME = 'N'
               IF WS-FE-NAME(WS-LIST-IDX) = WS-FE-NAME(WS-FIELD-IDX)
                   MOVE 'N' TO WS-FIRST-OF-NAME
               END-IF
               ADD 1 TO WS-LIST-IDX
           END-PERFORM.

       BUILD-TREATMENT-TEXT.
      *    Libellé du traitement du champ WS-FIELD-IDX.
           MOVE SPACES TO WS-TREATMENT-TEXT
           IF WS-FE-RULE(WS-FIELD-IDX) = ZERO
               MOVE 'KEEP (NO RULE)' TO WS-TREATMENT-TEXT
               EXIT PARAGRAPH
           END-IF
           MOVE WS-FE-RULE(WS-FIELD-IDX) TO WS-RULE-IDX
           EVALUATE WS-RL-TYPE(WS-RULE-IDX)
               WHEN 'BLANK'
                   IF WS-FE-TYPE(WS-FIELD-IDX) = '9'
                       MOVE 'BLANK (ZERO)' TO WS-TREATMENT-TEXT
                   ELSE
                       MOVE 'BLANK (SPACES)' TO WS-TREATMENT-TEXT
                   END-IF
               WHEN 'CONSTANT'
                   STRING 'CONSTANT "'
                          FUNCTION TRIM(WS-RL-OPERAND(WS-RULE-IDX))
                          '"'
                          DELIMITED BY SIZE INTO WS-TREATMENT-TEXT
               WHEN 'SCRAMBLE'
                   IF WS-FE-TYPE(WS-FIELD-IDX) = '9'
                       MOVE 'SCRAMBLE (RANDOM DIGITS, SIGN KEPT)'
                           TO WS-TREATMENT-TEXT
                   ELSE
                       MOVE 'SCRAMBLE (RANDOM LETTERS AND DIGITS)'
                           TO WS-TREATMENT-TEXT
                   END-IF
               WHEN 'PSEUDONYM'
                   MOVE 'PSEUDONYM (KEYED, CONSISTENT)'
                       TO WS-TREATMENT-TEXT
               WHEN OTHER
                   MOVE WS-RL-TYPE(WS-RULE-IDX) TO WS-TREATMENT-TEXT
           END-EVALUATE.

       WRITE-REPORT-LINE.
      *    Écrit la ligne courante du rapport de masquage.
           MOVE WS-REPORT-LINE TO REPORTRECORD
           WRITE REPORTRECORD
           MOVE SPACES TO WS-REPORT-LINE.

       WRITE-MASKING-SUMMARY.
      *    Écrit les valeurs masquées par champ puis la synthèse en
      *    fin de rapport. Un pseudonyme tiré de la clef compilée
      *    est signalé : il ne protège rien.
           MOVE 'FIELD MASKING COUNTS' TO WS-REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE 1 TO WS-FIELD-IDX
           PERFORM UNTIL WS-FIELD-IDX > WS-FIELD-COUNT
               PERFORM CHECK-FIRST-OF-NAME
               IF WS-FIRST-OF-NAME = 'Y'
                       AND WS-FE-RULE(WS-FIELD-IDX) > ZERO
                   MOVE ZERO TO WS-MASKED-SUM
                   MOVE ZERO TO WS-INVALID-SUM
                   MOVE WS-FIELD-IDX TO WS-LIST-IDX
                   PERFORM UNTIL WS-LIST-IDX > WS-FIELD-COUNT
                       IF WS-FE-NAME(WS-LIST-IDX) =
                               WS-FE-NAME(WS-FIELD-IDX)
                           ADD WS-FE-MASKED(WS-LIST-IDX)
                               TO WS-MASKED-SUM
                           ADD WS-FE-INVALID(WS-LIST-IDX)
                               TO WS-INVALID-SUM
                       END-IF
                       ADD 1 TO WS-LIST-IDX
                   END-PERFORM
                   MOVE WS-FE-RULE(WS-FIELD-IDX) TO WS-RULE-IDX
                   MOVE SPACES TO WS-REPORT-LINE
                   STRING '  ' FUNCTION TRIM(WS-FE-NAME(WS-FIELD-IDX))
                          ' ' FUNCTION TRIM(WS-RL-TYPE(WS-RULE-IDX))
                          ' MASKED=' WS-MASKED-SUM
                          ' INVALID=' WS-INVALID-SUM
                          DELIMITED BY SIZE INTO WS-REPORT-LINE
                   PERFORM WRITE-REPORT-LINE
               END-IF
               ADD 1 TO WS-FIELD-IDX
           END-PERFORM
           IF WS-HDRTRL-PRESENT = 'Y'
               MOVE SPACES TO WS-REPORT-LINE
               STRING 'CONTROL RECORDS HEADER=' WS-HEADER-COUNT
                      ' TRAILER=' WS-TRAILER-COUNT
                      DELIMITED BY SIZE INTO WS-REPORT-LINE
               PERFORM WRITE-REPORT-LINE
               IF WS-REHASH = 'Y' AND WS-HASH-REWRITTEN = 'N'
                       AND WS-TRAILER-COUNT > ZERO
                   MOVE 'WARNING: TRAILER HASH TOTAL NOT REWRITTEN'
                       TO WS-REPORT-LINE
                   PERFORM WRITE-REPORT-LINE
               END-IF
           END-IF
           MOVE SPACES TO WS-REPORT-LINE
           STRING 'SUMMARY RECORDS-READ=' WS-RECORD-COUNT
                  ' RECORDS-WRITTEN=' WS-WRITTEN-COUNT
                  ' FIELDS-MASKED=' WS-MASKED-COUNT
                  ' FIELDS-KEPT=' WS-KEPT-COUNT
                  ' INVALID-CONTENT=' WS-INVALID-COUNT
                  ' LENGTH-MISMATCHES=' WS-LENGTH-MISMATCH-COUNT
                  DELIMITED BY SIZE INTO WS-REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE 1 TO WS-RULE-IDX
           PERFORM UNTIL WS-RULE-IDX > WS-RULE-COUNT
               IF WS-RL-TYPE(WS-RULE-IDX) = 'PSEUDONYM'
                       AND WS-MASK-KEY-SOURCE NOT = 'CONTROL CARD'
                   MOVE 'WARNING: PSEUDONYMS USE THE COMPILED DEFAULT'
                       TO WS-REPORT-LINE
                   STRING FUNCTION TRIM(WS-REPORT-LINE)
                          ' KEY - SET MASK-KEY= ON THE CONTROL CARD'
                          DELIMITED BY SIZE INTO WS-REPORT-LINE
                   DISPLAY FUNCTION TRIM(WS-REPORT-LINE) ' ('
                       FUNCTION TRIM(WS-OUTDATA-FILENAME) ')'
                   PERFORM WRITE-REPORT-LINE
                   MOVE WS-RULE-COUNT TO WS-RULE-IDX
               END-IF
               ADD 1 TO WS-RULE-IDX
           END-PERFORM.

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
      *        partagent les mêmes octets, seul le premier sert au
      *        masquage.
               IF WS-GROUP-SEEN = 'Y'
                   DISPLAY 'NOTE: ONLY THE FIRST 01 SECTION OF '
                       FUNCTION TRIM(WS-COPY-FILENAME)
                       ' IS USED FOR THE MASKING - "'
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
      *    Consigne les statistiques du job (horodatage, copie
      *    masquée, enregistrements lus et écrits, champs masqués et
      *    conservés, contenus invalides) dans le journal
      *    d'exécution.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-TIMESTAMP
           MOVE SPACES TO WS-RUNLOG-LINE
           STRING WS-CURRENT-TIMESTAMP(1:21) ' '
                  FUNCTION TRIM(WS-OUTDATA-FILENAME) ' '
                  'RECORDS-READ=' WS-RECORD-COUNT ' '
                  'RECORDS-WRITTEN=' WS-WRITTEN-COUNT ' '
                  'FIELDS-MASKED=' WS-MASKED-COUNT ' '
                  'FIELDS-KEPT=' WS-KEPT-COUNT ' '
                  'INVALID-CONTENT=' WS-INVALID-COUNT
                  INTO WS-RUNLOG-LINE
           MOVE WS-RUNLOG-LINE TO RUNLOGRECORD
           WRITE RUNLOGRECORD.
