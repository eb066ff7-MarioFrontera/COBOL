000400*                 QUARRPT EST PORTEE A 120 CARACTERES - EN 100,
000410*                 LE STRING TRONQUAIT LA FIN DU MOTIF ET TOUT LE
000420*                 LIBELLE D'ETAT (EN ATTENTE / LIBERE / PURGE).
000430* 15/10/2026 JM   ACTIONS SENSIBLES : LIBERER ET PURGER EXIGENT
000440*                 OPERATEUR= DANS QUARPARM, PURGER EXIGE EN PLUS
000450*                 APPROBATEUR= (UN SECOND OPERATEUR). LE
000460*                 SOUS-PROGRAMME HABILITE LES CONTROLE CONTRE LES
000470*                 HABILITATIONS PAIRIOPE ; UN REFUS ARRETE LE
000480*                 PROGRAMME AVANT TOUTE LECTURE (CODE RETOUR 16).
000490*                 LA DEMANDE ET LA FIN DE L'ACTION, AVEC SON CODE
000500*                 RETOUR, SONT ECRITES AU JOURNAL DES OPERATIONS
000510*                 PAIRIJOP. LE MODE LISTE N'EST PAS CONTROLE.
000520*----------------------------------------------------------------*
000530*
000540 ENVIRONMENT DIVISION.
000550 INPUT-OUTPUT SECTION.
000560 FILE-CONTROL.
000570     SELECT OPTIONAL PARAMETRES-IN
000580         ASSIGN TO "QUARPARM"
000590         ORGANIZATION IS LINE SEQUENTIAL
000600         FILE STATUS IS QR-PRM-STATUT.
000610     SELECT OPTIONAL QUARANT-IN
000620         ASSIGN TO "PAIRIQUA"
000630         ORGANIZATION IS LINE SEQUENTIAL
000640         FILE STATUS IS QR-QUA-STATUT.
000650     SELECT QUARANT-OUT
000660         ASSIGN TO "PAIRIQNW"
000670         ORGANIZATION IS LINE SEQUENTIAL
000680         FILE STATUS IS QR-QNW-STATUT.
000690     SELECT LIBERATION-OUT
000700         ASSIGN TO "QUARLIBE"
000710         ORGANIZATION IS LINE SEQUENTIAL
000720         FILE STATUS IS QR-LIB-STATUT.
000730     SELECT QUARANTAINE-RPT
000740         ASSIGN TO "QUARRPT"
000750         ORGANIZATION IS LINE SEQUENTIAL
000760         FILE STATUS IS QR-RPT-STATUT.
000770*
000780 DATA DIVISION.
000790 FILE SECTION.
000800 FD  PARAMETRES-IN
000810     LABEL RECORDS ARE STANDARD.
000820 01  PARAMETRE-REC           PIC X(80).
000830*
000840 FD  QUARANT-IN
000850     LABEL RECORDS ARE STANDARD.
000860     COPY PAIRIQUA.
000870*
000880 FD  QUARANT-OUT
000890     LABEL RECORDS ARE STANDARD.
000900 01  QUARANT-SORTIE-REC      PIC X(296).
000910*
000920 FD  LIBERATION-OUT
000930     LABEL RECORDS ARE STANDARD.
000940 01  LIBERATION-LIGNE        PIC X(255).
000950*
000960 FD  QUARANTAINE-RPT
000970     LABEL RECORDS ARE STANDARD.
000980 01  QR-RPT-LIGNE            PIC X(120).
000990*
001000 WORKING-STORAGE SECTION.
001010*
001020*----------------------------------------------------------------*
001030* CODES RETOUR DES FICHIERS. "05" EST ACCEPTE EN PLUS DE "00" A
001040* L'OUVERTURE DES FICHIERS OPTIONNELS.
001050*----------------------------------------------------------------*
001060 77  QR-PRM-STATUT           PIC X(02) VALUE "00".
001070     88  QR-PRM-OK               VALUE "00".
001080     88  QR-PRM-ABSENT           VALUE "05".
001090 77  QR-QUA-STATUT           PIC X(02) VALUE "00".
001100     88  QR-QUA-OK               VALUE "00".
001110     88  QR-QUA-ABSENT           VALUE "05".
001120 77  QR-QNW-STATUT           PIC X(02) VALUE "00".
001130     88  QR-QNW-OK               VALUE "00".
001140 77  QR-LIB-STATUT           PIC X(02) VALUE "00".
001150     88  QR-LIB-OK               VALUE "00".
001160 77  QR-RPT-STATUT           PIC X(02) VALUE "00".
001170     88  QR-RPT-OK               VALUE "00".
001180 77  QR-MSG-ERREUR           PIC X(40) VALUE SPACES.
001190 77  QR-STATUT-ERREUR-FICHIER PIC X(02) VALUE SPACES.
001200*
001210*----------------------------------------------------------------*
001220* PARAMETRES DU PASSAGE (FICHIER QUARPARM). SANS QUARPARM, LE
001230* MODE LISTE EST RETENU. LIBERER ET PURGER EXIGENT EXECUTION=,
001240* LOT= ET OPERATEUR= ; PURGER EXIGE EN PLUS MOTIF= ET
001250* APPROBATEUR=. LES LIGNES LUES SONT RECOPIEES DANS
001260* QR-PRM-JOURNAL POUR LE JOURNAL DES OPERATIONS.
001270*----------------------------------------------------------------*
001280 77  QR-MODE                 PIC X VALUE "L".
001290     88  QR-MODE-LISTE           VALUE "L".
001300     88  QR-MODE-LIBERER         VALUE "R".
001310     88  QR-MODE-PURGER          VALUE "P".
001320 77  QR-CHOIX-EXECUTION      PIC 9(05) VALUE 0.
001330 77  QR-CHOIX-LOT            PIC 9(03) VALUE 0.
001340 77  QR-MOTIF-PURGE          PIC X(20) VALUE SPACES.
001350 77  QR-OPERATEUR            PIC X(08) VALUE SPACES.
001360 77  QR-APPROBATEUR          PIC X(08) VALUE SPACES.
001370 77  QR-PRM-JOURNAL          PIC X(80) VALUE SPACES.
001380 77  QR-PRM-POS              PIC 9(03) COMP VALUE 1.
001390 77  QR-PRM-EOF-SW           PIC X VALUE "N".
001400     88  QR-PRM-EOF              VALUE "Y".
001410 77  QR-PRM-CLE              PIC X(20) VALUE SPACES.
001420 77  QR-PRM-VALEUR           PIC X(60) VALUE SPACES.
001430 77  QR-PRM-VAL-NET          PIC X(60) VALUE SPACES.
001440 77  QR-PRM-NOMBRE           PIC 9(08) VALUE 0.
001450*
001460*----------------------------------------------------------------*
001470* ZONE D'APPEL DU CONTROLE DES HABILITATIONS (CALL "HABILITE").
001480*----------------------------------------------------------------*
001490 COPY PAIRIHAB.
001500*
001510*----------------------------------------------------------------*
001520* ZONES DE TRAVAIL DU PASSAGE. LA PREMIERE PASSE SUR PAIRIQUA
001530* RECENSE LES LOTS ET CUMULE LE NOMBRE ET LE HASH DES DONNEES DU
001540* LOT DEMANDE ; LA SECONDE PASSE (LIBERER OU PURGER SEULEMENT)
001550* REECRIT LA NOUVELLE GENERATION ET LE FICHIER DE LIBERATION.
001560*----------------------------------------------------------------*
001570 77  QR-QUA-EOF-SW           PIC X VALUE "N".
001580     88  QR-QUA-EOF              VALUE "Y".
001590 77  QR-TROUVE-SW            PIC X VALUE "N".
001600     88  QR-TROUVE               VALUE "Y".
001610 77  QR-HDR-ECRIT-SW         PIC X VALUE "N".
001620     88  QR-HDR-ECRIT            VALUE "Y".
001630 77  QR-CIBLE-NB-DONNEES     PIC 9(07) VALUE 0.
001640 77  QR-CIBLE-HASH           PIC 9(13) VALUE 0.
001650 77  QR-CIBLE-SOURCE         PIC X(04) VALUE SPACES.
001660 77  QR-CIBLE-DATE           PIC 9(08) VALUE 0.
001670 77  QR-NB-LIGNES-ACTION     PIC 9(07) VALUE 0.
001680 COPY NUMBCTL.
001690*
001700*----------------------------------------------------------------*
001710* TABLE DES LOTS RECENSES DANS PAIRIQUA POUR L'ETAT, A RAISON
001720* D'UNE ENTREE PAR COUPLE EXECUTION / LOT. 100 LOTS AU MAXIMUM,
001730* AU-DELA LE PASSAGE S'ARRETE PLUTOT QUE DE LISTER PARTIELLEMENT.
001740*----------------------------------------------------------------*
001750 77  QR-NB-LOTS              PIC 9(03) COMP VALUE 0.
001760 77  QR-IDX                  PIC 9(03) COMP VALUE 0.
001770 77  QR-IDX-TROUVE           PIC 9(03) COMP VALUE 0.
001780 01  QR-TABLE-LOTS.
001790     05  QR-LOT-ENTREE OCCURS 100 TIMES.
001800         10  QR-LOT-EXECUTION    PIC 9(05).
001810         10  QR-LOT-NO           PIC 9(03).
001820         10  QR-LOT-SOURCE       PIC X(04).
001830         10  QR-LOT-DATE         PIC 9(08).
001840         10  QR-LOT-MOTIF        PIC X(20).
001850         10  QR-LOT-STATUT       PIC X(01).
001860         10  QR-LOT-NB-LIGNES    PIC 9(07).
001870         10  QR-LOT-NB-DONNEES   PIC 9(07).
001880*
001890*----------------------------------------------------------------*
001900* ZONES D'EDITION DE L'ETAT QUARRPT.
001910*----------------------------------------------------------------*
001920 77  QR-EDIT-EXEC            PIC ZZZZ9.
001930 77  QR-EDIT-LOT             PIC ZZ9.
001940 77  QR-EDIT-NB              PIC ZZZZZZ9.
001950 77  QR-EDIT-NB2             PIC ZZZZZZ9.
001960 77  QR-LIB-STATUT-LOT       PIC X(10) VALUE SPACES.
001970*
001980 PROCEDURE DIVISION.
001990*
002000 0000-MAINLINE.
002010     MOVE SPACES TO HABILITATION-ZONE.
002020     PERFORM 1000-LIRE-PARAMETRES THRU 1000-EXIT.
002030     IF QR-MODE-LIBERER OR QR-MODE-PURGER
002040         PERFORM 1600-CONTROLER-HABILITATION THRU 1600-EXIT
002050     END-IF.
002060     PERFORM 2000-RECENSER-LOTS THRU 2000-EXIT.
002070     IF QR-MODE-LIBERER OR QR-MODE-PURGER
002080         PERFORM 3000-CONTROLER-CIBLE THRU 3000-EXIT
002090         PERFORM 4000-REECRIRE-QUARANTAINE THRU 4000-EXIT
002100     END-IF.
002110     PERFORM 8000-IMPRIMER-ETAT THRU 8000-EXIT.
002120     IF HAB-ACCORDEE
002130         PERFORM 7900-CONCLURE-HABILITATION THRU 7900-EXIT
002140     END-IF.
002150     STOP RUN.
002160*
002170*----------------------------------------------------------------*
002180* PARAMETRES DU PASSAGE : MODE=LISTE, LIBERER OU PURGER,
002190* EXECUTION= ET LOT= POUR DESIGNER LE LOT, MOTIF= POUR LA PURGE.
002200* LES LIGNES VIDES ET LES LIGNES COMMENCANT PAR * SONT IGNOREES.
002210* UN PARAMETRE INVALIDE ARRETE LE PROGRAMME (CODE RETOUR 16).
002220*----------------------------------------------------------------*
002230 1000-LIRE-PARAMETRES.
002240     OPEN INPUT PARAMETRES-IN.
002250     IF NOT QR-PRM-OK AND NOT QR-PRM-ABSENT
002260         MOVE "PARAMETRES-IN (OUVERTURE)" TO QR-MSG-ERREUR
002270         MOVE QR-PRM-STATUT TO QR-STATUT-ERREUR-FICHIER
002280         PERFORM 9000-ERREUR-FICHIER THRU 9000-EXIT
002290     END-IF.
002300     IF QR-PRM-ABSENT
002310         CLOSE PARAMETRES-IN
002320     ELSE
002330         PERFORM 1100-LIRE-UN-PARAMETRE THRU 1100-EXIT
002340             UNTIL QR-PRM-EOF
002350         CLOSE PARAMETRES-IN
002360     END-IF.
002370     IF QR-MODE-LIBERER OR QR-MODE-PURGER
002380         IF QR-CHOIX-EXECUTION = 0 OR QR-CHOIX-LOT = 0
002390             DISPLAY "EXECUTION= ET LOT= SONT OBLIGATOIRES EN "
002400                 "MODE LIBERER OU PURGER"
002410             MOVE 16 TO RETURN-CODE
002420             STOP RUN
002430         END-IF
002440     END-IF.
002450     IF QR-MODE-PURGER AND QR-MOTIF-PURGE = SPACES
002460         DISPLAY "MOTIF= EST OBLIGATOIRE EN MODE PURGER"
002470         MOVE 16 TO RETURN-CODE
002480         STOP RUN
002490     END-IF.
002500 1000-EXIT.
002510     EXIT.
002520*
002530 1100-LIRE-UN-PARAMETRE.
002540     READ PARAMETRES-IN
002550         AT END
002560             MOVE "Y" TO QR-PRM-EOF-SW
002570         NOT AT END
002580             IF PARAMETRE-REC NOT = SPACES
002590                 AND PARAMETRE-REC(1:1) NOT = "*"
002600                 PERFORM 1150-NOTER-PARAMETRE THRU 1150-EXIT
002610                 PERFORM 1200-APPLIQUER-PARAMETRE
002620                     THRU 1200-EXIT
002630             END-IF
002640     END-READ.
002650 1100-EXIT.
002660     EXIT.
002670*
002680 1150-NOTER-PARAMETRE.
002690     STRING PARAMETRE-REC DELIMITED BY "  "
002700         ";" DELIMITED BY SIZE
002710         INTO QR-PRM-JOURNAL WITH POINTER QR-PRM-POS
002720         ON OVERFLOW
002730             CONTINUE
002740     END-STRING.
002750 1150-EXIT.
002760     EXIT.
002770*
002780 1200-APPLIQUER-PARAMETRE.
002790     MOVE SPACES TO QR-PRM-CLE.
002800     MOVE SPACES TO QR-PRM-VALEUR.
002810     UNSTRING PARAMETRE-REC DELIMITED BY "="
002820         INTO QR-PRM-CLE, QR-PRM-VALEUR.
002830     MOVE FUNCTION TRIM(QR-PRM-CLE) TO QR-PRM-CLE.
002840     MOVE FUNCTION TRIM(QR-PRM-VALEUR) TO QR-PRM-VAL-NET.
002850     EVALUATE QR-PRM-CLE
002860         WHEN "MODE"
002870             EVALUATE QR-PRM-VAL-NET
002880                 WHEN "LISTE"
002890                     MOVE "L" TO QR-MODE
002900                 WHEN "LIBERER"
002910                     MOVE "R" TO QR-MODE
002920                 WHEN "PURGER"
002930                     MOVE "P" TO QR-MODE
002940                 WHEN OTHER
002950                     PERFORM 1900-PARAMETRE-INVALIDE
002960                         THRU 1900-EXIT
002970             END-EVALUATE
002980         WHEN "EXECUTION"
002990             PERFORM 1300-CONVERTIR-NOMBRE THRU 1300-EXIT
003000             IF QR-PRM-NOMBRE >= 1 AND QR-PRM-NOMBRE <= 99999
003010                 MOVE QR-PRM-NOMBRE TO QR-CHOIX-EXECUTION
003020             ELSE
003030                 PERFORM 1900-PARAMETRE-INVALIDE
003040                     THRU 1900-EXIT
003050             END-IF
003060         WHEN "LOT"
003070             PERFORM 1300-CONVERTIR-NOMBRE THRU 1300-EXIT
003080             IF QR-PRM-NOMBRE >= 1 AND QR-PRM-NOMBRE <= 999
003090                 MOVE QR-PRM-NOMBRE TO QR-CHOIX-LOT
003100             ELSE
003110                 PERFORM 1900-PARAMETRE-INVALIDE
003120                     THRU 1900-EXIT
003130             END-IF
003140         WHEN "MOTIF"
003150             IF QR-PRM-VAL-NET = SPACES
003160                 PERFORM 1900-PARAMETRE-INVALIDE
003170                     THRU 1900-EXIT
003180             END-IF
003190             MOVE QR-PRM-VAL-NET(1:20) TO QR-MOTIF-PURGE
003200         WHEN "OPERATEUR"
003210             IF QR-PRM-VAL-NET = SPACES
003220                 OR QR-PRM-VAL-NET(9:) NOT = SPACES
003230                 PERFORM 1900-PARAMETRE-INVALIDE
003240                     THRU 1900-EXIT
003250             END-IF
003260             MOVE QR-PRM-VAL-NET(1:8) TO QR-OPERATEUR
003270         WHEN "APPROBATEUR"
003280             IF QR-PRM-VAL-NET = SPACES
003290                 OR QR-PRM-VAL-NET(9:) NOT = SPACES
003300                 PERFORM 1900-PARAMETRE-INVALIDE
003310                     THRU 1900-EXIT
003320             END-IF
003330             MOVE QR-PRM-VAL-NET(1:8) TO QR-APPROBATEUR
003340         WHEN OTHER
003350             PERFORM 1900-PARAMETRE-INVALIDE THRU 1900-EXIT
003360     END-EVALUATE.
003370 1200-EXIT.
003380     EXIT.
003390*
003400 1300-CONVERTIR-NOMBRE.
003410     IF FUNCTION TEST-NUMVAL(QR-PRM-VAL-NET) = 0
003420         COMPUTE QR-PRM-NOMBRE =
003430             FUNCTION NUMVAL(QR-PRM-VAL-NET)
003440     ELSE
003450         MOVE 0 TO QR-PRM-NOMBRE
003460     END-IF.
003470 1300-EXIT.
003480     EXIT.
003490*
003500*----------------------------------------------------------------*
003510* LIBERER ET PURGER SONT DES ACTIONS SENSIBLES, LA PURGE A DOUBLE
003520* REGARD : L'OPERATEUR (ET L'APPROBATEUR) SONT CONTROLES PAR
003530* HABILITE, QUI JOURNALISE LA DEMANDE. UN REFUS ARRETE LE
003540* PROGRAMME (CODE RETOUR 16).
003550*----------------------------------------------------------------*
003560 1600-CONTROLER-HABILITATION.
003570     MOVE "C" TO HAB-FONCTION.
003580     MOVE "QUARANTAINE" TO HAB-PROGRAMME.
003590     IF QR-MODE-PURGER
003600         MOVE "PURGER" TO HAB-ACTION
003610         MOVE "O" TO HAB-DOUBLE-REGARD
003620     ELSE
003630         MOVE "LIBERER" TO HAB-ACTION
003640         MOVE "N" TO HAB-DOUBLE-REGARD
003650     END-IF.
003660     MOVE QR-OPERATEUR TO HAB-OPERATEUR.
003670     MOVE QR-APPROBATEUR TO HAB-APPROBATEUR.
003680     MOVE QR-PRM-JOURNAL TO HAB-PARAMETRES.
003690     MOVE 0 TO HAB-CODE-RETOUR.
003700     CALL "HABILITE" USING HABILITATION-ZONE.
003710     IF HAB-REFUSEE
003720         DISPLAY "ACTION " HAB-ACTION " REFUSEE - " HAB-MOTIF
003730             " - OPERATEUR " QR-OPERATEUR
003740         MOVE 16 TO RETURN-CODE
003750         STOP RUN
003760     END-IF.
003770     MOVE 0 TO RETURN-CODE.
003780 1600-EXIT.
003790     EXIT.
003800*
003810 1900-PARAMETRE-INVALIDE.
003820     DISPLAY "PARAMETRE INVALIDE : " PARAMETRE-REC.
003830     MOVE 16 TO RETURN-CODE.
003840     STOP RUN.
003850 1900-EXIT.
003860     EXIT.
003870*
003880*----------------------------------------------------------------*
003890* PREMIERE PASSE SUR PAIRIQUA : RECENSEMENT DES LOTS POUR L'ETAT
003900* ET, POUR LE LOT DEMANDE, CUMUL DU NOMBRE DE DONNEES ET DU HASH
003910* (SOMME DES VALEURS ENTIERES ABSOLUES MODULO 10**13, REGLES DU
003920* CONTROLE DE LOT) EN VUE DE LA REGENERATION DE L'ENTETE ET DE
003930* LA FIN DU LOT LIBERE.
003940*----------------------------------------------------------------*
003950 2000-RECENSER-LOTS.
003960     MOVE "N" TO QR-QUA-EOF-SW.
003970     OPEN INPUT QUARANT-IN.
003980     IF NOT QR-QUA-OK AND NOT QR-QUA-ABSENT
003990         MOVE "QUARANT-IN (OUVERTURE)" TO QR-MSG-ERREUR
004000         MOVE QR-QUA-STATUT TO QR-STATUT-ERREUR-FICHIER
004010         PERFORM 9000-ERREUR-FICHIER THRU 9000-EXIT
004020     END-IF.
004030     PERFORM 2100-LIRE-UNE-LIGNE THRU 2100-EXIT
004040         UNTIL QR-QUA-EOF.
004050     CLOSE QUARANT-IN.
004060 2000-EXIT.
004070     EXIT.
004080*
004090 2100-LIRE-UNE-LIGNE.
004100     READ QUARANT-IN
004110         AT END
004120             MOVE "Y" TO QR-QUA-EOF-SW
004130         NOT AT END
004140             PERFORM 2200-RECENSER-LIGNE THRU 2200-EXIT
004150     END-READ.
004160 2100-EXIT.
004170     EXIT.
004180*
004190 2200-RECENSER-LIGNE.
004200     PERFORM 2300-CHERCHER-LOT THRU 2300-EXIT.
004210     IF QR-IDX-TROUVE = 0
004220         PERFORM 2400-AJOUTER-LOT THRU 2400-EXIT
004230     END-IF.
004240     ADD 1 TO QR-LOT-NB-LIGNES(QR-IDX-TROUVE).
004250     MOVE PIQ-STATUT TO QR-LOT-STATUT(QR-IDX-TROUVE).
004260     IF PIQ-LIGNE(1:3) NOT = "HDR" AND PIQ-LIGNE(1:3) NOT = "TRL"
004270         ADD 1 TO QR-LOT-NB-DONNEES(QR-IDX-TROUVE)
004280     END-IF.
004290     IF PIQ-NO-EXECUTION = QR-CHOIX-EXECUTION
004300         AND PIQ-NO-LOT = QR-CHOIX-LOT
004310         AND PIQ-EN-QUARANTAINE
004320         PERFORM 2500-CUMULER-CIBLE THRU 2500-EXIT
004330     END-IF.
004340 2200-EXIT.
004350     EXIT.
004360*
004370 2300-CHERCHER-LOT.
004380     MOVE 0 TO QR-IDX-TROUVE.
004390     PERFORM 2350-COMPARER-LOT THRU 2350-EXIT
004400         VARYING QR-IDX FROM 1 BY 1
004410         UNTIL QR-IDX > QR-NB-LOTS OR QR-IDX-TROUVE > 0.
004420 2300-EXIT.
004430     EXIT.
004440*
004450 2350-COMPARER-LOT.
004460     IF QR-LOT-EXECUTION(QR-IDX) = PIQ-NO-EXECUTION
004470         AND QR-LOT-NO(QR-IDX) = PIQ-NO-LOT
004480         MOVE QR-IDX TO QR-IDX-TROUVE
004490     END-IF.
004500 2350-EXIT.
004510     EXIT.
004520*
004530 2400-AJOUTER-LOT.
004540     IF QR-NB-LOTS >= 100
004550         DISPLAY "TABLE DES LOTS PLEINE (100 LOTS AU MAXIMUM)"
004560         MOVE 16 TO RETURN-CODE
004570         STOP RUN
004580     END-IF.
004590     ADD 1 TO QR-NB-LOTS.
004600     MOVE QR-NB-LOTS TO QR-IDX-TROUVE.
004610     MOVE PIQ-NO-EXECUTION TO QR-LOT-EXECUTION(QR-IDX-TROUVE).
004620     MOVE PIQ-NO-LOT       TO QR-LOT-NO(QR-IDX-TROUVE).
004630     MOVE PIQ-SOURCE       TO QR-LOT-SOURCE(QR-IDX-TROUVE).
004640     MOVE PIQ-DATE-MISE    TO QR-LOT-DATE(QR-IDX-TROUVE).
004650     MOVE PIQ-MOTIF        TO QR-LOT-MOTIF(QR-IDX-TROUVE).
004660     MOVE PIQ-STATUT       TO QR-LOT-STATUT(QR-IDX-TROUVE).
004670     MOVE 0 TO QR-LOT-NB-LIGNES(QR-IDX-TROUVE).
004680     MOVE 0 TO QR-LOT-NB-DONNEES(QR-IDX-TROUVE).
004690 2400-EXIT.
004700     EXIT.
004710*
004720*----------------------------------------------------------------*
004730* CUMULS DU LOT DEMANDE : L'ENTETE D'ORIGINE FOURNIT LE SERVICE
004740* EMETTEUR ET LA DATE DE CREATION, LES LIGNES DE DONNEES LE
004750* NOMBRE REEL ET LE HASH RECALCULE. LA FIN "TRL" D'ORIGINE EST
004760* IGNOREE : ELLE EST FAUSSE PAR DEFINITION.
004770*----------------------------------------------------------------*
004780 2500-CUMULER-CIBLE.
004790     MOVE "Y" TO QR-TROUVE-SW.
004800     IF QR-CIBLE-SOURCE = SPACES
004810         MOVE PIQ-SOURCE TO QR-CIBLE-SOURCE
004820         MOVE PIQ-DATE-MISE TO QR-CIBLE-DATE
004830     END-IF.
004840     EVALUATE PIQ-LIGNE(1:3)
004850         WHEN "HDR"
004860             MOVE PIQ-LIGNE(1:22) TO LOT-ENTETE-REC
004870             MOVE LOT-ENT-SOURCE TO QR-CIBLE-SOURCE
004880             IF LOT-ENT-DATE-CREATION IS NUMERIC
004890                 MOVE LOT-ENT-DATE-CREATION TO QR-CIBLE-DATE
004900             END-IF
004910         WHEN "TRL"
004920             CONTINUE
004930         WHEN OTHER
004940             ADD 1 TO QR-CIBLE-NB-DONNEES
004950             IF FUNCTION TEST-NUMVAL(PIQ-LIGNE) = 0
004960                 COMPUTE QR-CIBLE-HASH =
004970                     FUNCTION MOD(QR-CIBLE-HASH
004980                         + FUNCTION INTEGER-PART(FUNCTION ABS(
004990                           FUNCTION NUMVAL(PIQ-LIGNE))),
005000                         10000000000000)
005010             END-IF
005020     END-EVALUATE.
005030 2500-EXIT.
005040     EXIT.
005050*
005060*----------------------------------------------------------------*
005070* LE LOT DEMANDE DOIT EXISTER ET ETRE ENCORE EN ATTENTE : SINON
005080* LE PASSAGE S'ARRETE AVEC LE CODE RETOUR 8 POUR QUE L'OPERATEUR
005090* CORRIGE SA DEMANDE SANS REECRITURE DU FICHIER.
005100*----------------------------------------------------------------*
005110 3000-CONTROLER-CIBLE.
005120     IF NOT QR-TROUVE
005130         DISPLAY "LOT " QR-CHOIX-LOT " DE L'EXECUTION "
005140             QR-CHOIX-EXECUTION
005150             " INTROUVABLE OU DEJA TRAITE"
005160         PERFORM 8000-IMPRIMER-ETAT THRU 8000-EXIT
005170         MOVE 8 TO RETURN-CODE
005180         PERFORM 7900-CONCLURE-HABILITATION THRU 7900-EXIT
005190         STOP RUN
005200     END-IF.
005210 3000-EXIT.
005220     EXIT.
005230*
005240*----------------------------------------------------------------*
005250* SECONDE PASSE : RECOPIE DE PAIRIQUA DANS LA NOUVELLE GENERATION
005260* PAIRIQNW AVEC REPORT DU STATUT (L = LIBERE, P = PURGE AVEC SON
005270* MOTIF) SUR LES LIGNES DU LOT DEMANDE. EN MODE LIBERER, LE LOT
005280* EST EN OUTRE REECRIT SUR QUARLIBE AU FORMAT NUMBERS-IN AVEC
005290* ENTETE ET FIN REGENEREES.
005300*----------------------------------------------------------------*
005310 4000-REECRIRE-QUARANTAINE.
005320     MOVE "N" TO QR-QUA-EOF-SW.
005330     OPEN INPUT QUARANT-IN.
005340     IF NOT QR-QUA-OK AND NOT QR-QUA-ABSENT
005350         MOVE "QUARANT-IN (OUVERTURE)" TO QR-MSG-ERREUR
005360         MOVE QR-QUA-STATUT TO QR-STATUT-ERREUR-FICHIER
005370         PERFORM 9000-ERREUR-FICHIER THRU 9000-EXIT
005380     END-IF.
005390     OPEN OUTPUT QUARANT-OUT.
005400     IF NOT QR-QNW-OK
005410         MOVE "QUARANT-OUT (OUVERTURE)" TO QR-MSG-ERREUR
005420         MOVE QR-QNW-STATUT TO QR-STATUT-ERREUR-FICHIER
005430         PERFORM 9000-ERREUR-FICHIER THRU 9000-EXIT
005440     END-IF.
005450     IF QR-MODE-LIBERER
005460         OPEN OUTPUT LIBERATION-OUT
005470         IF NOT QR-LIB-OK
005480             MOVE "LIBERATION-OUT (OUVERTURE)" TO QR-MSG-ERREUR
005490             MOVE QR-LIB-STATUT TO QR-STATUT-ERREUR-FICHIER
005500             PERFORM 9000-ERREUR-FICHIER THRU 9000-EXIT
005510         END-IF
005520     END-IF.
005530     PERFORM 4100-RELIRE-UNE-LIGNE THRU 4100-EXIT
005540         UNTIL QR-QUA-EOF.
005550     IF QR-MODE-LIBERER
005560         PERFORM 4600-ECRIRE-FIN-LIBERATION THRU 4600-EXIT
005570         CLOSE LIBERATION-OUT
005580     END-IF.
005590     CLOSE QUARANT-IN.
005600     CLOSE QUARANT-OUT.
005610 4000-EXIT.
005620     EXIT.
005630*
005640 4100-RELIRE-UNE-LIGNE.
005650     READ QUARANT-IN
005660         AT END
005670             MOVE "Y" TO QR-QUA-EOF-SW
005680         NOT AT END
005690             IF PIQ-NO-EXECUTION = QR-CHOIX-EXECUTION
005700                 AND PIQ-NO-LOT = QR-CHOIX-LOT
005710                 AND PIQ-EN-QUARANTAINE
005720                 PERFORM 4200-TRAITER-LIGNE-CIBLE
005730                     THRU 4200-EXIT
005740             END-IF
005750             PERFORM 4500-ECRIRE-SORTIE THRU 4500-EXIT
005760     END-READ.
005770 4100-EXIT.
005780     EXIT.
005790*
005800 4200-TRAITER-LIGNE-CIBLE.
005810     IF QR-MODE-LIBERER
005820         MOVE "L" TO PIQ-STATUT
005830         PERFORM 4300-LIBERER-LIGNE THRU 4300-EXIT
005840     ELSE
005850         MOVE "P" TO PIQ-STATUT
005860         MOVE QR-MOTIF-PURGE TO PIQ-MOTIF
005870     END-IF.
005880     ADD 1 TO QR-NB-LIGNES-ACTION.
005890 4200-EXIT.
005900     EXIT.
005910*
005920*----------------------------------------------------------------*
005930* LIBERATION D'UNE LIGNE DU LOT : L'ENTETE EST REGENEREE AVEC LE
005940* NOMBRE ATTENDU RECALCULE, LES DONNEES SONT RECOPIEES TELLES
005950* QUELLES ET LA FIN D'ORIGINE EST ECARTEE (LA FIN REGENEREE EST
005960* ECRITE EN 4600 APRES LA DERNIERE LIGNE).
005970*----------------------------------------------------------------*
005980 4300-LIBERER-LIGNE.
005990     IF NOT QR-HDR-ECRIT
006000         PERFORM 4400-ECRIRE-ENTETE-LIBEREE THRU 4400-EXIT
006010     END-IF.
006020     IF PIQ-LIGNE(1:3) NOT = "HDR" AND PIQ-LIGNE(1:3) NOT = "TRL"
006030         MOVE PIQ-LIGNE TO LIBERATION-LIGNE
006040         WRITE LIBERATION-LIGNE
006050         IF NOT QR-LIB-OK
006060             MOVE "LIBERATION-OUT (ECRITURE)" TO QR-MSG-ERREUR
006070             MOVE QR-LIB-STATUT TO QR-STATUT-ERREUR-FICHIER
006080             PERFORM 9000-ERREUR-FICHIER THRU 9000-EXIT
006090         END-IF
006100     END-IF.
006110 4300-EXIT.
006120     EXIT.
006130*
006140 4400-ECRIRE-ENTETE-LIBEREE.
006150     MOVE "Y" TO QR-HDR-ECRIT-SW.
006160     MOVE SPACES TO LOT-ENTETE-REC.
006170     MOVE "HDR" TO LOT-ENT-TYPE.
006180     MOVE QR-CIBLE-SOURCE TO LOT-ENT-SOURCE.
006190     MOVE QR-CIBLE-DATE TO LOT-ENT-DATE-CREATION.
006200     MOVE QR-CIBLE-NB-DONNEES TO LOT-ENT-NB-ATTENDU.
006210     MOVE SPACES TO LIBERATION-LIGNE.
006220     MOVE LOT-ENTETE-REC TO LIBERATION-LIGNE(1:22).
006230     WRITE LIBERATION-LIGNE.
006240     IF NOT QR-LIB-OK
006250         MOVE "LIBERATION-OUT (ECRITURE)" TO QR-MSG-ERREUR
006260         MOVE QR-LIB-STATUT TO QR-STATUT-ERREUR-FICHIER
006270         PERFORM 9000-ERREUR-FICHIER THRU 9000-EXIT
006280     END-IF.
006290 4400-EXIT.
006300     EXIT.
006310*
006320 4500-ECRIRE-SORTIE.
006330     MOVE PAIR-IMPAIR-QUA-REC TO QUARANT-SORTIE-REC.
006340     WRITE QUARANT-SORTIE-REC.
006350     IF NOT QR-QNW-OK
006360         MOVE "QUARANT-OUT (ECRITURE)" TO QR-MSG-ERREUR
006370         MOVE QR-QNW-STATUT TO QR-STATUT-ERREUR-FICHIER
006380         PERFORM 9000-ERREUR-FICHIER THRU 9000-EXIT
006390     END-IF.
006400 4500-EXIT.
006410     EXIT.
006420*
006430 4600-ECRIRE-FIN-LIBERATION.
006440     IF NOT QR-HDR-ECRIT
006450         GO TO 4600-EXIT
006460     END-IF.
006470     MOVE SPACES TO LOT-FIN-REC.
006480     MOVE "TRL" TO LOT-FIN-TYPE.
006490     MOVE QR-CIBLE-NB-DONNEES TO LOT-FIN-NB-REEL.
006500     MOVE QR-CIBLE-HASH TO LOT-FIN-HASH.
006510     MOVE SPACES TO LIBERATION-LIGNE.
006520     MOVE LOT-FIN-REC TO LIBERATION-LIGNE(1:23).
006530     WRITE LIBERATION-LIGNE.
006540     IF NOT QR-LIB-OK
006550         MOVE "LIBERATION-OUT (ECRITURE)" TO QR-MSG-ERREUR
006560         MOVE QR-LIB-STATUT TO QR-STATUT-ERREUR-FICHIER
006570         PERFORM 9000-ERREUR-FICHIER THRU 9000-EXIT
006580     END-IF.
006590 4600-EXIT.
006600     EXIT.
006610*
006620*----------------------------------------------------------------*
006630* FIN DE L'ACTION AU JOURNAL DES OPERATIONS, AVEC LE CODE RETOUR,
006640* QUI EST REPOSITIONNE APRES L'APPEL.
006650*----------------------------------------------------------------*
006660 7900-CONCLURE-HABILITATION.
006670     MOVE RETURN-CODE TO HAB-CODE-RETOUR.
006680     MOVE "F" TO HAB-FONCTION.
006690     CALL "HABILITE" USING HABILITATION-ZONE.
006700     MOVE HAB-CODE-RETOUR TO RETURN-CODE.
006710 7900-EXIT.
006720     EXIT.
006730*
006740*----------------------------------------------------------------*
006750* ETAT DES LOTS EN QUARANTAINE : UNE LIGNE PAR LOT RECENSE PUIS,
006760* EN MODE LIBERER OU PURGER, LE RESUME DE L'ACTION EFFECTUEE.
006770*----------------------------------------------------------------*
006780 8000-IMPRIMER-ETAT.
006790     OPEN OUTPUT QUARANTAINE-RPT.
006800     IF NOT QR-RPT-OK
006810         MOVE "QUARANTAINE-RPT (OUVERTURE)" TO QR-MSG-ERREUR
006820         MOVE QR-RPT-STATUT TO QR-STATUT-ERREUR-FICHIER
006830         PERFORM 9000-ERREUR-FICHIER THRU 9000-EXIT
006840     END-IF.
006850     MOVE "ETAT DE LA QUARANTAINE - PAIR-IMPAIR"
006860         TO QR-RPT-LIGNE.
006870     WRITE QR-RPT-LIGNE.
006880     IF QR-NB-LOTS = 0
006890         MOVE "AUCUN LOT EN QUARANTAINE" TO QR-RPT-LIGNE
006900         WRITE QR-RPT-LIGNE
006910     ELSE
006920         PERFORM 8100-IMPRIMER-UN-LOT THRU 8100-EXIT
006930             VARYING QR-IDX FROM 1 BY 1
006940             UNTIL QR-IDX > QR-NB-LOTS
006950     END-IF.
006960     IF QR-MODE-LIBERER OR QR-MODE-PURGER
006970         PERFORM 8200-IMPRIMER-ACTION THRU 8200-EXIT
006980     END-IF.
006990     CLOSE QUARANTAINE-RPT.
007000 8000-EXIT.
007010     EXIT.
007020*
007030 8100-IMPRIMER-UN-LOT.
007040     EVALUATE TRUE
007050         WHEN QR-LOT-STATUT(QR-IDX) = SPACE
007060             MOVE "EN ATTENTE" TO QR-LIB-STATUT-LOT
007070         WHEN QR-LOT-STATUT(QR-IDX) = "L"
007080             MOVE "LIBERE" TO QR-LIB-STATUT-LOT
007090         WHEN QR-LOT-STATUT(QR-IDX) = "P"
007100             MOVE "PURGE" TO QR-LIB-STATUT-LOT
007110         WHEN OTHER
007120             MOVE "INCONNU" TO QR-LIB-STATUT-LOT
007130     END-EVALUATE.
007140     MOVE QR-LOT-EXECUTION(QR-IDX) TO QR-EDIT-EXEC.
007150     MOVE QR-LOT-NO(QR-IDX) TO QR-EDIT-LOT.
007160     MOVE QR-LOT-NB-DONNEES(QR-IDX) TO QR-EDIT-NB.
007170     MOVE QR-LOT-NB-LIGNES(QR-IDX) TO QR-EDIT-NB2.
007180     MOVE SPACES TO QR-RPT-LIGNE.
007190     STRING "EXECUTION " DELIMITED BY SIZE
007200         QR-EDIT-EXEC DELIMITED BY SIZE
007210         " LOT " DELIMITED BY SIZE
007220         QR-EDIT-LOT DELIMITED BY SIZE
007230         " SOURCE " DELIMITED BY SIZE
007240         QR-LOT-SOURCE(QR-IDX) DELIMITED BY SIZE
007250         " DU " DELIMITED BY SIZE
007260         QR-LOT-DATE(QR-IDX) DELIMITED BY SIZE
007270         " DONNEES " DELIMITED BY SIZE
007280         QR-EDIT-NB DELIMITED BY SIZE
007290         " LIGNES " DELIMITED BY SIZE
007300         QR-EDIT-NB2 DELIMITED BY SIZE
007310         " MOTIF " DELIMITED BY SIZE
007320         QR-LOT-MOTIF(QR-IDX) DELIMITED BY SIZE
007330         " " DELIMITED BY SIZE
007340         QR-LIB-STATUT-LOT DELIMITED BY SIZE
007350         INTO QR-RPT-LIGNE.
007360     WRITE QR-RPT-LIGNE.
007370 8100-EXIT.
007380     EXIT.
007390*
007400 8200-IMPRIMER-ACTION.
007410     MOVE QR-NB-LIGNES-ACTION TO QR-EDIT-NB.
007420     MOVE SPACES TO QR-RPT-LIGNE.
007430     IF QR-MODE-LIBERER
007440         STRING "LIGNES LIBEREES SUR QUARLIBE : "
007450             DELIMITED BY SIZE
007460             QR-EDIT-NB DELIMITED BY SIZE
007470             INTO QR-RPT-LIGNE
007480     ELSE
007490         STRING "LIGNES PURGEES           : " DELIMITED BY SIZE
007500             QR-EDIT-NB DELIMITED BY SIZE
007510             INTO QR-RPT-LIGNE
007520     END-IF.
007530     WRITE QR-RPT-LIGNE.
007540     MOVE "NOUVELLE GENERATION ECRITE SUR PAIRIQNW"
007550         TO QR-RPT-LIGNE.
007560     WRITE QR-RPT-LIGNE.
007570 8200-EXIT.
007580     EXIT.
007590*
007600*----------------------------------------------------------------*
007610* ARRET ANORMAL SUR ERREUR D'OUVERTURE OU D'ECRITURE D'UN
007620* FICHIER, A L'IDENTIQUE DE PAIR-IMPAIR.
007630*----------------------------------------------------------------*
007640 9000-ERREUR-FICHIER.
007650     DISPLAY "ERREUR E/S - " QR-MSG-ERREUR
007660         " - STATUT " QR-STATUT-ERREUR-FICHIER.
007670     MOVE 16 TO RETURN-CODE.
007680     IF HAB-ACCORDEE
007690         PERFORM 7900-CONCLURE-HABILITATION THRU 7900-EXIT
007700     END-IF.
007710     STOP RUN.
007720 9000-EXIT.
007730     EXIT.
