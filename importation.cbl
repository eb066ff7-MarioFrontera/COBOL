000420*                 ABSENT) PARTENT SUR LA LISTE DE REJETS
000430*                 IMPORREJ AVEC LEUR MOTIF ; LEUR PRESENCE REND
000440*                 LE CODE RETOUR 8. COMPTE RENDU SUR IMPORRPT.
000450* 15/10/2026 JM   CHAQUE EMETTEUR EST CONTROLE CONTRE LE
000460*                 REFERENTIEL DES SERVICES PAIRISRV (COPY
000470*                 PAIRISRV) AVANT LA GENERATION DES LOTS : LE LOT
000480*                 D'UN SERVICE INCONNU OU FERME N'EST PAS ECRIT
000490*                 SUR NUMBERS-IN MAIS MIS EN QUARANTAINE SUR
000500*                 PAIRIQUA (MOTIF "SERVICE INCONNU" OU "SERVICE
000510*                 FERME"), SOUS UN NUMERO D'EXECUTION TIRE DE
000520*                 PAIRIRUN ET LE RANG DE L'EMETTEUR COMME NUMERO
000530*                 DE LOT, POUR ETRE LIBERE PAR LE PROGRAMME
000540*                 QUARANTAINE UNE FOIS LE REFERENTIEL CORRIGE.
000550*                 UNE MISE EN QUARANTAINE REND LE CODE RETOUR 8.
000560*                 LE COMPTE RENDU IMPRIME LE NOM DE CHAQUE
000570*                 SERVICE. SANS REFERENTIEL, LE CONTROLE EST OMIS
000580*                 ET LE COMPTE RENDU LE SIGNALE.
000590* 15/10/2026 JM   CORRECTION SUITE A REVUE : LIGNE DE LOT DU
000600*                 COMPTE RENDU RACCOURCIE (" VAL ") POUR QUE LE
000610*                 NOM DU SERVICE TIENNE EN ENTIER SUR 80 COLONNES.
000620*----------------------------------------------------------------*
000630*
000640 ENVIRONMENT DIVISION.
000650 INPUT-OUTPUT SECTION.
000660 FILE-CONTROL.
000670     SELECT OPTIONAL PARAMETRES-IN
000680         ASSIGN TO "IMPOPARM"
000690         ORGANIZATION IS LINE SEQUENTIAL
000700         FILE STATUS IS IM-PRM-STATUT.
000710     SELECT OPTIONAL IMPORT-IN
000720         ASSIGN TO DYNAMIC IM-FIC-ENTREE
000730         ORGANIZATION IS LINE SEQUENTIAL
000740         FILE STATUS IS IM-IMP-STATUT.
000750     SELECT NUMBERS-OUT
000760         ASSIGN TO DYNAMIC IM-FIC-SORTIE
000770         ORGANIZATION IS LINE SEQUENTIAL
000780         FILE STATUS IS IM-NBR-STATUT.
000790     SELECT REJETS-OUT
000800         ASSIGN TO "IMPORREJ"
000810         ORGANIZATION IS LINE SEQUENTIAL
000820         FILE STATUS IS IM-REJ-STATUT.
000830     SELECT IMPORTATION-RPT
000840         ASSIGN TO "IMPORRPT"
000850         ORGANIZATION IS LINE SEQUENTIAL
000860         FILE STATUS IS IM-RPT-STATUT.
000870     SELECT OPTIONAL SERVICES-FILE
000880         ASSIGN TO "PAIRISRV"
000890         ORGANIZATION IS INDEXED
000900         ACCESS MODE IS RANDOM
000910         RECORD KEY IS PIV-CODE
000920         FILE STATUS IS IM-SRV-STATUT.
000930     SELECT OPTIONAL QUARANTAINE-FILE
000940         ASSIGN TO "PAIRIQUA"
000950         ORGANIZATION IS LINE SEQUENTIAL
000960         FILE STATUS IS IM-QUA-STATUT.
000970     SELECT OPTIONAL RUN-CONTROL
000980         ASSIGN TO "PAIRIRUN"
000990         ORGANIZATION IS LINE SEQUENTIAL
001000         FILE STATUS IS IM-RUN-STATUT.
001010*
001020 DATA DIVISION.
001030 FILE SECTION.
001040 FD  PARAMETRES-IN
001050     LABEL RECORDS ARE STANDARD.
001060 01  PARAMETRE-REC           PIC X(80).
001070*
001080 FD  IMPORT-IN
001090     LABEL RECORDS ARE STANDARD.
001100 01  IMPORT-REC              PIC X(200).
001110*
001120 FD  NUMBERS-OUT
001130     LABEL RECORDS ARE STANDARD.
001140 01  NUMBERS-OUT-REC         PIC X(80).
001150*
001160 FD  REJETS-OUT
001170     LABEL RECORDS ARE STANDARD.
001180 01  IMPORT-REJET-REC.
001190     05  IRJ-MOTIF               PIC X(20).
001200     05  IRJ-LIGNE               PIC X(200).
001210*
001220 FD  IMPORTATION-RPT
001230     LABEL RECORDS ARE STANDARD.
001240 01  IM-RPT-LIGNE            PIC X(80).
001250*
001260 FD  SERVICES-FILE
001270     LABEL RECORDS ARE STANDARD.
001280     COPY PAIRISRV.
001290*
001300 FD  QUARANTAINE-FILE
001310     LABEL RECORDS ARE STANDARD.
001320     COPY PAIRIQUA.
001330*
001340 FD  RUN-CONTROL
001350     LABEL RECORDS ARE STANDARD.
001360 01  RUN-CONTROL-REC.
001370     05  RUN-DERNIER-NO          PIC 9(05).
001380     05  FILLER                  PIC X(05).
001390*
001400 WORKING-STORAGE SECTION.
001410*
001420*----------------------------------------------------------------*
001430* CODES RETOUR DES FICHIERS. "05" EST ACCEPTE EN PLUS DE "00" A
001440* L'OUVERTURE DES FICHIERS OPTIONNELS.
001450*----------------------------------------------------------------*
001460 77  IM-PRM-STATUT           PIC X(02) VALUE "00".
001470     88  IM-PRM-OK               VALUE "00".
001480     88  IM-PRM-ABSENT           VALUE "05".
001490 77  IM-IMP-STATUT           PIC X(02) VALUE "00".
001500     88  IM-IMP-OK               VALUE "00".
001510     88  IM-IMP-ABSENT           VALUE "05".
001520 77  IM-NBR-STATUT           PIC X(02) VALUE "00".
001530     88  IM-NBR-OK               VALUE "00".
001540 77  IM-REJ-STATUT           PIC X(02) VALUE "00".
001550     88  IM-REJ-OK               VALUE "00".
001560 77  IM-RPT-STATUT           PIC X(02) VALUE "00".
001570     88  IM-RPT-OK               VALUE "00".
001580 77  IM-SRV-STATUT           PIC X(02) VALUE "00".
001590     88  IM-SRV-OK               VALUE "00".
001600     88  IM-SRV-ABSENT           VALUE "05".
001610     88  IM-SRV-INTROUVABLE      VALUE "23".
001620 77  IM-QUA-STATUT           PIC X(02) VALUE "00".
001630     88  IM-QUA-OK               VALUE "00".
001640     88  IM-QUA-ABSENT           VALUE "05".
001650 77  IM-RUN-STATUT           PIC X(02) VALUE "00".
001660     88  IM-RUN-OK               VALUE "00".
001670     88  IM-RUN-ABSENT           VALUE "05".
001680 77  IM-MSG-ERREUR           PIC X(40) VALUE SPACES.
001690 77  IM-STATUT-ERREUR-FICHIER PIC X(02) VALUE SPACES.
001700*
001710*----------------------------------------------------------------*
001720* PARAMETRES DE CONVERSION (FICHIER IMPOPARM). SOURCE= ET
001730* COLONNE-SOURCE= S'EXCLUENT ; L'UN DES DEUX EST OBLIGATOIRE.
001740*----------------------------------------------------------------*
001750 77  IM-SEPARATEUR           PIC X VALUE ";".
001760 77  IM-COLONNE-VALEUR       PIC 9(01) VALUE 1.
001770 77  IM-COLONNE-SOURCE       PIC 9(01) VALUE 0.
001780 77  IM-SOURCE-UNIQUE        PIC X(04) VALUE SPACES.
001790 77  IM-FIC-ENTREE           PIC X(44) VALUE "IMPORTIN".
001800 77  IM-FIC-SORTIE           PIC X(44) VALUE "IMPORTNB".
001810 77  IM-PRM-EOF-SW           PIC X VALUE "N".
001820     88  IM-PRM-EOF              VALUE "Y".
001830 77  IM-PRM-CLE              PIC X(20) VALUE SPACES.
001840 77  IM-PRM-VALEUR           PIC X(60) VALUE SPACES.
001850 77  IM-PRM-VAL-NET          PIC X(60) VALUE SPACES.
001860 77  IM-PRM-NOMBRE           PIC 9(08) VALUE 0.
001870*
001880*----------------------------------------------------------------*
001890* ZONES DE TRAVAIL DE LA CONVERSION. LA PREMIERE PASSE VALIDE
001900* LES LIGNES, ECRIT LES REJETS ET CUMULE LE NOMBRE ET LE HASH
001910* PAR EMETTEUR ; LA SECONDE RELIT LE FICHIER ET ECRIT UN LOT
001920* CONTROLE PAR EMETTEUR.
001930*----------------------------------------------------------------*
001940 77  IM-IMP-EOF-SW           PIC X VALUE "N".
001950     88  IM-IMP-EOF              VALUE "Y".
001960 77  IM-PASSE                PIC 9(01) VALUE 1.
001970     88  IM-PREMIERE-PASSE       VALUE 1.
001980 77  IM-DATE-JOUR            PIC 9(08) VALUE 0.
001990 77  IM-LIGNE-VALIDE-SW      PIC X VALUE "N".
002000     88  IM-LIGNE-VALIDE         VALUE "Y".
002010 77  IM-MOTIF                PIC X(20) VALUE SPACES.
002020 77  IM-VALEUR               PIC X(40) VALUE SPACES.
002030 77  IM-VALEUR-NETTE         PIC X(40) VALUE SPACES.
002040 77  IM-SOURCE-LIGNE         PIC X(04) VALUE SPACES.
002050 77  IM-LONGUEUR             PIC 9(03) VALUE 0.
002060 77  IM-VAL-ENTIERE          PIC 9(13) VALUE 0.
002070 01  IM-CHAMPS.
002080     05  IM-CHAMP                PIC X(40) OCCURS 9 TIMES.
002090 COPY NUMBCTL.
002100*
002110*----------------------------------------------------------------*
002120* TABLE DES EMETTEURS RENCONTRES : NOMBRE ET HASH DES VALEURS
002130* CONVERTIBLES DE CHACUN, POUR L'ENTETE ET LA FIN DE SON LOT.
002140* 20 EMETTEURS AU MAXIMUM PAR FICHIER, AU-DELA LE TRAITEMENT
002150* S'ARRETE PLUTOT QUE DE CONVERTIR PARTIELLEMENT.
002160*----------------------------------------------------------------*
002170 77  IM-NB-SOURCES           PIC 9(02) COMP VALUE 0.
002180 77  IM-SRC-IDX              PIC 9(02) COMP VALUE 0.
002190 77  IM-SRC-TROUVE           PIC 9(02) COMP VALUE 0.
002200 77  IM-SRC-COURANT          PIC 9(02) COMP VALUE 0.
002210 01  IM-TABLE-SOURCES.
002220     05  IM-SRC-ENTREE OCCURS 20 TIMES.
002230         10  IM-SRC-CODE         PIC X(04).
002240         10  IM-SRC-NB-VALEURS   PIC 9(07).
002250         10  IM-SRC-HASH         PIC 9(13).
002260         10  IM-SRC-NOM          PIC X(30).
002270         10  IM-SRC-SERVICE      PIC X(01).
002280             88  IM-SRC-ACCEPTE          VALUE "A".
002290             88  IM-SRC-INCONNU          VALUE "I".
002300             88  IM-SRC-FERME            VALUE "F".
002310*
002320*----------------------------------------------------------------*
002330* CONTROLE DES EMETTEURS CONTRE LE REFERENTIEL PAIRISRV. LE LOT
002340* D'UN EMETTEUR REFUSE (INCONNU OU FERME) PART EN QUARANTAINE
002350* SUR PAIRIQUA SOUS LE NUMERO D'EXECUTION IM-NO-EXECUTION, TIRE
002360* DE PAIRIRUN SEULEMENT S'IL Y A UN LOT A Y METTRE. SANS
002370* REFERENTIEL, TOUS LES EMETTEURS SONT ACCEPTES ET LE COMPTE
002380* RENDU LE SIGNALE.
002390*----------------------------------------------------------------*
002400 77  IM-SRV-AVERTIR-SW       PIC X VALUE "N".
002410     88  IM-SRV-AVERTIR          VALUE "Y".
002420 77  IM-NB-LOTS-REFUSES      PIC 9(02) COMP VALUE 0.
002430 77  IM-NB-QUARANTAINE       PIC 9(09) COMP VALUE 0.
002440 77  IM-NO-EXECUTION         PIC 9(05) VALUE 0.
002450 77  IM-QUA-MOTIF            PIC X(20) VALUE SPACES.
002460 77  IM-EDIT-EXEC            PIC ZZZZ9.
002470*----------------------------------------------------------------*
002480* COMPTEURS DU COMPTE RENDU.
002490*----------------------------------------------------------------*
002500 77  IM-NB-LUES              PIC 9(09) COMP VALUE 0.
002510 77  IM-NB-CONVERTIES        PIC 9(09) COMP VALUE 0.
002520 77  IM-NB-REJETEES          PIC 9(09) COMP VALUE 0.
002530 77  IM-EDIT-A               PIC ZZZZZZZZ9.
002540 77  IM-EDIT-B               PIC ZZZZZZ9.
002550*
002560 PROCEDURE DIVISION.
002570*
002580 0000-MAINLINE.
002590     ACCEPT IM-DATE-JOUR FROM DATE YYYYMMDD.
002600     PERFORM 1000-LIRE-PARAMETRES THRU 1000-EXIT.
002610     PERFORM 2000-VALIDER-FICHIER THRU 2000-EXIT.
002620     PERFORM 4000-CONTROLER-EMETTEURS THRU 4000-EXIT.
002630     PERFORM 5000-GENERER-LOTS THRU 5000-EXIT.
002640     PERFORM 8000-IMPRIMER-COMPTE-RENDU THRU 8000-EXIT.
002650     IF IM-NB-REJETEES > 0 OR IM-NB-LOTS-REFUSES > 0
002660         MOVE 8 TO RETURN-CODE
002670     END-IF.
002680     STOP RUN.
002690*
002700*----------------------------------------------------------------*
002710* PARAMETRES DE CONVERSION : SEPARATEUR=, COLONNE-VALEUR=1 A 9,
002720* COLONNE-SOURCE=1 A 9 OU SOURCE=XXXX, ENTREE=, SORTIE=. LES
002730* LIGNES VIDES ET LES LIGNES COMMENCANT PAR * SONT IGNOREES. UN
002740* PARAMETRE ABSENT OU INVALIDE ARRETE LE PROGRAMME (CODE RETOUR
002750* 16).
002760*----------------------------------------------------------------*
002770 1000-LIRE-PARAMETRES.
002780     OPEN INPUT PARAMETRES-IN.
002790     IF NOT IM-PRM-OK AND NOT IM-PRM-ABSENT
002800         MOVE "PARAMETRES-IN (OUVERTURE)" TO IM-MSG-ERREUR
002810         MOVE IM-PRM-STATUT TO IM-STATUT-ERREUR-FICHIER
002820         PERFORM 9000-ERREUR-FICHIER THRU 9000-EXIT
002830     END-IF.
002840     PERFORM 1100-LIRE-UN-PARAMETRE THRU 1100-EXIT
002850         UNTIL IM-PRM-EOF.
002860     CLOSE PARAMETRES-IN.
002870     IF IM-SOURCE-UNIQUE = SPACES AND IM-COLONNE-SOURCE = 0
002880         DISPLAY "SOURCE= OU COLONNE-SOURCE= EST OBLIGATOIRE"
002890         MOVE 16 TO RETURN-CODE
002900         STOP RUN
002910     END-IF.
002920     IF IM-SOURCE-UNIQUE NOT = SPACES
002930         AND IM-COLONNE-SOURCE NOT = 0
002940         DISPLAY "SOURCE= ET COLONNE-SOURCE= S'EXCLUENT"
002950         MOVE 16 TO RETURN-CODE
002960         STOP RUN
002970     END-IF.
002980     IF IM-COLONNE-SOURCE = IM-COLONNE-VALEUR
002990         AND IM-COLONNE-SOURCE NOT = 0
003000         DISPLAY "COLONNE-SOURCE= EGALE COLONNE-VALEUR="
003010         MOVE 16 TO RETURN-CODE
003020         STOP RUN
003030     END-IF.
003040 1000-EXIT.
003050     EXIT.
003060*
003070 1100-LIRE-UN-PARAMETRE.
003080     READ PARAMETRES-IN
003090         AT END
003100             MOVE "Y" TO IM-PRM-EOF-SW
003110         NOT AT END
003120             IF PARAMETRE-REC NOT = SPACES
003130                 AND PARAMETRE-REC(1:1) NOT = "*"
003140                 PERFORM 1200-APPLIQUER-PARAMETRE
003150                     THRU 1200-EXIT
003160             END-IF
003170     END-READ.
003180 1100-EXIT.
003190     EXIT.
003200*
003210 1200-APPLIQUER-PARAMETRE.
003220     MOVE SPACES TO IM-PRM-CLE.
003230     MOVE SPACES TO IM-PRM-VALEUR.
003240     UNSTRING PARAMETRE-REC DELIMITED BY "="
003250         INTO IM-PRM-CLE, IM-PRM-VALEUR.
003260     MOVE FUNCTION TRIM(IM-PRM-CLE) TO IM-PRM-CLE.
003270     MOVE FUNCTION TRIM(IM-PRM-VALEUR) TO IM-PRM-VAL-NET.
003280     EVALUATE IM-PRM-CLE
003290         WHEN "SEPARATEUR"
003300             IF IM-PRM-VAL-NET(1:1) = SPACE
003310                 PERFORM 1900-PARAMETRE-INVALIDE
003320                     THRU 1900-EXIT
003330             END-IF
003340             MOVE IM-PRM-VAL-NET(1:1) TO IM-SEPARATEUR
003350         WHEN "COLONNE-VALEUR"
003360             PERFORM 1300-CONVERTIR-NOMBRE THRU 1300-EXIT
003370             IF IM-PRM-NOMBRE >= 1 AND IM-PRM-NOMBRE <= 9
003380                 MOVE IM-PRM-NOMBRE TO IM-COLONNE-VALEUR
003390             ELSE
003400                 PERFORM 1900-PARAMETRE-INVALIDE
003410                     THRU 1900-EXIT
003420             END-IF
003430         WHEN "COLONNE-SOURCE"
003440             PERFORM 1300-CONVERTIR-NOMBRE THRU 1300-EXIT
003450             IF IM-PRM-NOMBRE >= 1 AND IM-PRM-NOMBRE <= 9
003460                 MOVE IM-PRM-NOMBRE TO IM-COLONNE-SOURCE
003470             ELSE
003480                 PERFORM 1900-PARAMETRE-INVALIDE
003490                     THRU 1900-EXIT
003500             END-IF
003510         WHEN "SOURCE"
003520             IF IM-PRM-VAL-NET = SPACES
003530                 PERFORM 1900-PARAMETRE-INVALIDE
003540                     THRU 1900-EXIT
003550             END-IF
003560             MOVE IM-PRM-VAL-NET(1:4) TO IM-SOURCE-UNIQUE
003570         WHEN "ENTREE"
003580             IF IM-PRM-VAL-NET = SPACES
003590                 PERFORM 1900-PARAMETRE-INVALIDE
003600                     THRU 1900-EXIT
003610             END-IF
003620             MOVE IM-PRM-VAL-NET(1:44) TO IM-FIC-ENTREE
003630         WHEN "SORTIE"
003640             IF IM-PRM-VAL-NET = SPACES
003650                 PERFORM 1900-PARAMETRE-INVALIDE
003660                     THRU 1900-EXIT
003670             END-IF
003680             MOVE IM-PRM-VAL-NET(1:44) TO IM-FIC-SORTIE
003690         WHEN OTHER
003700             PERFORM 1900-PARAMETRE-INVALIDE THRU 1900-EXIT
003710     END-EVALUATE.
003720 1200-EXIT.
003730     EXIT.
003740*
003750 1300-CONVERTIR-NOMBRE.
003760     IF FUNCTION TEST-NUMVAL(IM-PRM-VAL-NET) = 0
003770         COMPUTE IM-PRM-NOMBRE =
003780             FUNCTION NUMVAL(IM-PRM-VAL-NET)
003790     ELSE
003800         MOVE 0 TO IM-PRM-NOMBRE
003810     END-IF.
003820 1300-EXIT.
003830     EXIT.
003840*
003850 1900-PARAMETRE-INVALIDE.
003860     DISPLAY "PARAMETRE INVALIDE : " PARAMETRE-REC.
003870     MOVE 16 TO RETURN-CODE.
003880     STOP RUN.
003890 1900-EXIT.
003900     EXIT.
003910*
003920*----------------------------------------------------------------*
003930* ATTRIBUTION D'UN NUMERO D'EXECUTION POUR LA QUARANTAINE : LE
003940* DERNIER NUMERO EST LU DANS LE FICHIER DE CONTROLE PAIRIRUN,
003950* INCREMENTE ET REECRIT, COMME DANS PAIR-IMPAIR ET RECYCLAGE.
003960*----------------------------------------------------------------*
003970 1500-ATTRIBUER-NO-EXECUTION.
003980     MOVE 0 TO IM-NO-EXECUTION.
003990     OPEN INPUT RUN-CONTROL.
004000     IF NOT IM-RUN-OK AND NOT IM-RUN-ABSENT
004010         MOVE "RUN-CONTROL (OUVERTURE)" TO IM-MSG-ERREUR
004020         MOVE IM-RUN-STATUT TO IM-STATUT-ERREUR-FICHIER
004030         PERFORM 9000-ERREUR-FICHIER THRU 9000-EXIT
004040     END-IF.
004050     READ RUN-CONTROL
004060         AT END
004070             MOVE 0 TO IM-NO-EXECUTION
004080         NOT AT END
004090             IF RUN-DERNIER-NO IS NUMERIC
004100                 MOVE RUN-DERNIER-NO TO IM-NO-EXECUTION
004110             END-IF
004120     END-READ.
004130     CLOSE RUN-CONTROL.
004140     ADD 1 TO IM-NO-EXECUTION.
004150     OPEN OUTPUT RUN-CONTROL.
004160     IF NOT IM-RUN-OK AND NOT IM-RUN-ABSENT
004170         MOVE "RUN-CONTROL (OUVERTURE)" TO IM-MSG-ERREUR
004180         MOVE IM-RUN-STATUT TO IM-STATUT-ERREUR-FICHIER
004190         PERFORM 9000-ERREUR-FICHIER THRU 9000-EXIT
004200     END-IF.
004210     MOVE SPACES TO RUN-CONTROL-REC.
004220     MOVE IM-NO-EXECUTION TO RUN-DERNIER-NO.
004230     WRITE RUN-CONTROL-REC.
004240     IF NOT IM-RUN-OK
004250         MOVE "RUN-CONTROL (ECRITURE)" TO IM-MSG-ERREUR
004260         MOVE IM-RUN-STATUT TO IM-STATUT-ERREUR-FICHIER
004270         PERFORM 9000-ERREUR-FICHIER THRU 9000-EXIT
004280     END-IF.
004290     CLOSE RUN-CONTROL.
004300     DISPLAY "NUMERO D'EXECUTION " IM-NO-EXECUTION.
004310 1500-EXIT.
004320     EXIT.
004330*
004340*----------------------------------------------------------------*
004350* PREMIERE PASSE : CHAQUE LIGNE UTILE DU FICHIER PARTENAIRE EST
004360* DECOUPEE ET VALIDEE ; LES LIGNES CONVERTIBLES CUMULENT LE
004370* NOMBRE ET LE HASH DE LEUR EMETTEUR, LES AUTRES PARTENT SUR LA
004380* LISTE DE REJETS IMPORREJ AVEC LEUR MOTIF.
004390*----------------------------------------------------------------*
004400 2000-VALIDER-FICHIER.
004410     MOVE 1 TO IM-PASSE.
004420     MOVE "N" TO IM-IMP-EOF-SW.
004430     OPEN INPUT IMPORT-IN.
004440     IF NOT IM-IMP-OK AND NOT IM-IMP-ABSENT
004450         MOVE "IMPORT-IN (OUVERTURE)" TO IM-MSG-ERREUR
004460         MOVE IM-IMP-STATUT TO IM-STATUT-ERREUR-FICHIER
004470         PERFORM 9000-ERREUR-FICHIER THRU 9000-EXIT
004480     END-IF.
004490     OPEN OUTPUT REJETS-OUT.
004500     IF NOT IM-REJ-OK
004510         MOVE "REJETS-OUT (OUVERTURE)" TO IM-MSG-ERREUR
004520         MOVE IM-REJ-STATUT TO IM-STATUT-ERREUR-FICHIER
004530         PERFORM 9000-ERREUR-FICHIER THRU 9000-EXIT
004540     END-IF.
004550     PERFORM 2100-LIRE-UNE-LIGNE THRU 2100-EXIT
004560         UNTIL IM-IMP-EOF.
004570     CLOSE REJETS-OUT.
004580     CLOSE IMPORT-IN.
004590 2000-EXIT.
004600     EXIT.
004610*
004620 2100-LIRE-UNE-LIGNE.
004630     READ IMPORT-IN
004640         AT END
004650             MOVE "Y" TO IM-IMP-EOF-SW
004660         NOT AT END
004670             IF IMPORT-REC NOT = SPACES
004680                 PERFORM 3000-TRAITER-UNE-LIGNE THRU 3000-EXIT
004690             END-IF
004700     END-READ.
004710 2100-EXIT.
004720     EXIT.
004730*
004740*----------------------------------------------------------------*
004750* TRAITEMENT D'UNE LIGNE, COMMUN AUX DEUX PASSES : DECOUPE PAR
004760* LE SEPARATEUR, EXTRACTION DE LA VALEUR ET DE L'EMETTEUR PUIS
004770* VALIDATION. EN PREMIERE PASSE UNE LIGNE VALIDE EST CUMULEE ET
004780* UNE LIGNE INVALIDE REJETEE ; EN SECONDE PASSE LA VALEUR D'UNE
004790* LIGNE VALIDE DE L'EMETTEUR EN COURS EST ECRITE DANS SON LOT.
004800*----------------------------------------------------------------*
004810 3000-TRAITER-UNE-LIGNE.
004820     PERFORM 3100-DECOUPER-ET-VALIDER THRU 3100-EXIT.
004830     IF IM-PREMIERE-PASSE
004840         ADD 1 TO IM-NB-LUES
004850         IF IM-LIGNE-VALIDE
004860             ADD 1 TO IM-NB-CONVERTIES
004870             PERFORM 3500-CUMULER-EMETTEUR THRU 3500-EXIT
004880         ELSE
004890             ADD 1 TO IM-NB-REJETEES
004900             PERFORM 3700-ECRIRE-REJET THRU 3700-EXIT
004910         END-IF
004920     ELSE
004930         IF IM-LIGNE-VALIDE
004940             AND IM-SOURCE-LIGNE
004950                 = IM-SRC-CODE(IM-SRC-COURANT)
004960             PERFORM 5300-ECRIRE-VALEUR THRU 5300-EXIT
004970         END-IF
004980     END-IF.
004990 3000-EXIT.
005000     EXIT.
005010*
005020 3100-DECOUPER-ET-VALIDER.
005030     MOVE "Y" TO IM-LIGNE-VALIDE-SW.
005040     MOVE SPACES TO IM-MOTIF.
005050     MOVE SPACES TO IM-CHAMPS.
005060     UNSTRING IMPORT-REC DELIMITED BY IM-SEPARATEUR
005070         INTO IM-CHAMP(1) IM-CHAMP(2) IM-CHAMP(3)
005080              IM-CHAMP(4) IM-CHAMP(5) IM-CHAMP(6)
005090              IM-CHAMP(7) IM-CHAMP(8) IM-CHAMP(9).
005100     MOVE IM-CHAMP(IM-COLONNE-VALEUR) TO IM-VALEUR.
005110     MOVE FUNCTION TRIM(IM-VALEUR) TO IM-VALEUR-NETTE.
005120     IF IM-COLONNE-SOURCE > 0
005130         MOVE FUNCTION TRIM(IM-CHAMP(IM-COLONNE-SOURCE))
005140             TO IM-SOURCE-LIGNE
005150     ELSE
005160         MOVE IM-SOURCE-UNIQUE TO IM-SOURCE-LIGNE
005170     END-IF.
005180     MOVE FUNCTION LENGTH(FUNCTION TRIM(IM-VALEUR-NETTE))
005190         TO IM-LONGUEUR.
005200     EVALUATE TRUE
005210         WHEN IM-VALEUR-NETTE = SPACES
005220             MOVE "N" TO IM-LIGNE-VALIDE-SW
005230             MOVE "VALEUR VIDE" TO IM-MOTIF
005240         WHEN IM-LONGUEUR > 10
005250             MOVE "N" TO IM-LIGNE-VALIDE-SW
005260             MOVE "VALEUR TROP LONGUE" TO IM-MOTIF
005270         WHEN FUNCTION TEST-NUMVAL(IM-VALEUR-NETTE) NOT = 0
005280             MOVE "N" TO IM-LIGNE-VALIDE-SW
005290             MOVE "VALEUR NON NUMERIQUE" TO IM-MOTIF
005300         WHEN IM-SOURCE-LIGNE = SPACES
005310             MOVE "N" TO IM-LIGNE-VALIDE-SW
005320             MOVE "EMETTEUR ABSENT" TO IM-MOTIF
005330         WHEN OTHER
005340             CONTINUE
005350     END-EVALUATE.
005360 3100-EXIT.
005370     EXIT.
005380*
005390*----------------------------------------------------------------*
005400* CUMUL D'UNE VALEUR CONVERTIBLE SOUS SON EMETTEUR : NOMBRE DE
005410* VALEURS ET HASH (SOMME DES VALEURS ENTIERES ABSOLUES MODULO
005420* 10**13), SELON LES REGLES DU CONTROLE DE LOT DE PAIR-IMPAIR.
005430*----------------------------------------------------------------*
005440 3500-CUMULER-EMETTEUR.
005450     PERFORM 3550-CHERCHER-EMETTEUR THRU 3550-EXIT.
005460     IF IM-SRC-TROUVE = 0
005470         PERFORM 3600-AJOUTER-EMETTEUR THRU 3600-EXIT
005480     END-IF.
005490     ADD 1 TO IM-SRC-NB-VALEURS(IM-SRC-TROUVE).
005500     COMPUTE IM-VAL-ENTIERE =
005510         FUNCTION INTEGER-PART(FUNCTION ABS(
005520           FUNCTION NUMVAL(IM-VALEUR-NETTE))).
005530     COMPUTE IM-SRC-HASH(IM-SRC-TROUVE) =
005540         FUNCTION MOD(IM-SRC-HASH(IM-SRC-TROUVE)
005550             + IM-VAL-ENTIERE, 10000000000000).
005560 3500-EXIT.
005570     EXIT.
005580*
005590 3550-CHERCHER-EMETTEUR.
005600     MOVE 0 TO IM-SRC-TROUVE.
005610     PERFORM 3560-COMPARER-EMETTEUR THRU 3560-EXIT
005620         VARYING IM-SRC-IDX FROM 1 BY 1
005630         UNTIL IM-SRC-IDX > IM-NB-SOURCES
005640             OR IM-SRC-TROUVE > 0.
005650 3550-EXIT.
005660     EXIT.
005670*
005680 3560-COMPARER-EMETTEUR.
005690     IF IM-SRC-CODE(IM-SRC-IDX) = IM-SOURCE-LIGNE
005700         MOVE IM-SRC-IDX TO IM-SRC-TROUVE
005710     END-IF.
005720 3560-EXIT.
005730     EXIT.
005740*
005750 3600-AJOUTER-EMETTEUR.
005760     IF IM-NB-SOURCES >= 20
005770         DISPLAY "TABLE DES EMETTEURS PLEINE (20 AU MAXIMUM)"
005780         MOVE 16 TO RETURN-CODE
005790         STOP RUN
005800     END-IF.
005810     ADD 1 TO IM-NB-SOURCES.
005820     MOVE IM-NB-SOURCES TO IM-SRC-TROUVE.
005830     MOVE IM-SOURCE-LIGNE TO IM-SRC-CODE(IM-SRC-TROUVE).
005840     MOVE 0 TO IM-SRC-NB-VALEURS(IM-SRC-TROUVE).
005850     MOVE 0 TO IM-SRC-HASH(IM-SRC-TROUVE).
005860     MOVE SPACES TO IM-SRC-NOM(IM-SRC-TROUVE).
005870     MOVE "A" TO IM-SRC-SERVICE(IM-SRC-TROUVE).
005880 3600-EXIT.
005890     EXIT.
005900*
005910 3700-ECRIRE-REJET.
005920     MOVE SPACES TO IMPORT-REJET-REC.
005930     MOVE IM-MOTIF TO IRJ-MOTIF.
005940     MOVE IMPORT-REC TO IRJ-LIGNE.
005950     WRITE IMPORT-REJET-REC.
005960     IF NOT IM-REJ-OK
005970         MOVE "REJETS-OUT (ECRITURE)" TO IM-MSG-ERREUR
005980         MOVE IM-REJ-STATUT TO IM-STATUT-ERREUR-FICHIER
005990         PERFORM 9000-ERREUR-FICHIER THRU 9000-EXIT
006000     END-IF.
006010 3700-EXIT.
006020     EXIT.
006030*
006040*----------------------------------------------------------------*
006050* CONTROLE DE CHAQUE EMETTEUR RENCONTRE CONTRE LE REFERENTIEL
006060* DES SERVICES PAIRISRV, ENTRE LES DEUX PASSES. ABSENT OU EN
006070* ERREUR, LE REFERENTIEL N'EST PAS CONSULTE (UN REFERENTIEL VIDE
006080* REFUSERAIT TOUS LES LOTS). S'IL Y A AU MOINS UN LOT REFUSE, UN
006090* NUMERO D'EXECUTION EST TIRE ET PAIRIQUA EST OUVERT EN AJOUT.
006100*----------------------------------------------------------------*
006110 4000-CONTROLER-EMETTEURS.
006120     OPEN INPUT SERVICES-FILE.
006130     IF NOT IM-SRV-OK
006140         IF IM-SRV-ABSENT
006150             CLOSE SERVICES-FILE
006160         END-IF
006170         MOVE "Y" TO IM-SRV-AVERTIR-SW
006180         DISPLAY "REFERENTIEL DES SERVICES INDISPONIBLE - STATUT "
006190             IM-SRV-STATUT " - SERVICES NON CONTROLES"
006200         GO TO 4000-EXIT
006210     END-IF.
006220     PERFORM 4100-CONTROLER-UN-EMETTEUR THRU 4100-EXIT
006230         VARYING IM-SRC-IDX FROM 1 BY 1
006240         UNTIL IM-SRC-IDX > IM-NB-SOURCES.
006250     CLOSE SERVICES-FILE.
006260     IF IM-NB-LOTS-REFUSES > 0
006270         PERFORM 1500-ATTRIBUER-NO-EXECUTION THRU 1500-EXIT
006280         OPEN EXTEND QUARANTAINE-FILE
006290         IF NOT IM-QUA-OK AND NOT IM-QUA-ABSENT
006300             MOVE "QUARANTAINE-FILE (OUVERTURE)" TO IM-MSG-ERREUR
006310             MOVE IM-QUA-STATUT TO IM-STATUT-ERREUR-FICHIER
006320             PERFORM 9000-ERREUR-FICHIER THRU 9000-EXIT
006330         END-IF
006340     END-IF.
006350 4000-EXIT.
006360     EXIT.
006370*
006380 4100-CONTROLER-UN-EMETTEUR.
006390     MOVE IM-SRC-CODE(IM-SRC-IDX) TO PIV-CODE.
006400     READ SERVICES-FILE
006410         INVALID KEY
006420             MOVE "I" TO IM-SRC-SERVICE(IM-SRC-IDX)
006430         NOT INVALID KEY
006440             MOVE PIV-NOM TO IM-SRC-NOM(IM-SRC-IDX)
006450             IF PIV-FERME
006460                 MOVE "F" TO IM-SRC-SERVICE(IM-SRC-IDX)
006470             END-IF
006480     END-READ.
006490     IF NOT IM-SRV-OK AND NOT IM-SRV-INTROUVABLE
006500         MOVE "SERVICES-FILE (LECTURE)" TO IM-MSG-ERREUR
006510         MOVE IM-SRV-STATUT TO IM-STATUT-ERREUR-FICHIER
006520         PERFORM 9000-ERREUR-FICHIER THRU 9000-EXIT
006530     END-IF.
006540     IF NOT IM-SRC-ACCEPTE(IM-SRC-IDX)
006550         ADD 1 TO IM-NB-LOTS-REFUSES
006560     END-IF.
006570 4100-EXIT.
006580     EXIT.
006590*
006600*----------------------------------------------------------------*
006610* SECONDE PASSE : UN LOT CONTROLE PAR EMETTEUR RENCONTRE, DANS
006620* L'ORDRE DE PREMIERE APPARITION. LE FICHIER PARTENAIRE EST
006630* RELU UNE FOIS PAR EMETTEUR ET SES VALEURS SONT ENCADREES PAR
006640* L'ENTETE "HDR" ET LA FIN "TRL" RECALCULEES. LE LOT D'UN
006650* EMETTEUR REFUSE PAR LE REFERENTIEL EST ECRIT A L'IDENTIQUE,
006660* MAIS SUR PAIRIQUA AU LIEU DE NUMBERS-OUT.
006670*----------------------------------------------------------------*
006680 5000-GENERER-LOTS.
006690     MOVE 2 TO IM-PASSE.
006700     OPEN OUTPUT NUMBERS-OUT.
006710     IF NOT IM-NBR-OK
006720         MOVE "NUMBERS-OUT (OUVERTURE)" TO IM-MSG-ERREUR
006730         MOVE IM-NBR-STATUT TO IM-STATUT-ERREUR-FICHIER
006740         PERFORM 9000-ERREUR-FICHIER THRU 9000-EXIT
006750     END-IF.
006760     PERFORM 5100-GENERER-UN-LOT THRU 5100-EXIT
006770         VARYING IM-SRC-COURANT FROM 1 BY 1
006780         UNTIL IM-SRC-COURANT > IM-NB-SOURCES.
006790     CLOSE NUMBERS-OUT.
006800     IF IM-NB-LOTS-REFUSES > 0
006810         CLOSE QUARANTAINE-FILE
006820     END-IF.
006830 5000-EXIT.
006840     EXIT.
006850*
006860 5100-GENERER-UN-LOT.
006870     MOVE SPACES TO LOT-ENTETE-REC.
006880     MOVE "HDR" TO LOT-ENT-TYPE.
006890     MOVE IM-SRC-CODE(IM-SRC-COURANT) TO LOT-ENT-SOURCE.
006900     MOVE IM-DATE-JOUR TO LOT-ENT-DATE-CREATION.
006910     MOVE IM-SRC-NB-VALEURS(IM-SRC-COURANT)
006920         TO LOT-ENT-NB-ATTENDU.
006930     MOVE SPACES TO NUMBERS-OUT-REC.
006940     MOVE LOT-ENTETE-REC TO NUMBERS-OUT-REC(1:22).
006950     PERFORM 5400-ECRIRE-LIGNE-SORTIE THRU 5400-EXIT.
006960     PERFORM 5200-RELIRE-FICHIER THRU 5200-EXIT.
006970     MOVE SPACES TO LOT-FIN-REC.
006980     MOVE "TRL" TO LOT-FIN-TYPE.
006990     MOVE IM-SRC-NB-VALEURS(IM-SRC-COURANT)
007000         TO LOT-FIN-NB-REEL.
007010     MOVE IM-SRC-HASH(IM-SRC-COURANT) TO LOT-FIN-HASH.
007020     MOVE SPACES TO NUMBERS-OUT-REC.
007030     MOVE LOT-FIN-REC TO NUMBERS-OUT-REC(1:23).
007040     PERFORM 5400-ECRIRE-LIGNE-SORTIE THRU 5400-EXIT.
007050 5100-EXIT.
007060     EXIT.
007070*
007080 5200-RELIRE-FICHIER.
007090     MOVE "N" TO IM-IMP-EOF-SW.
007100     OPEN INPUT IMPORT-IN.
007110     IF NOT IM-IMP-OK AND NOT IM-IMP-ABSENT
007120         MOVE "IMPORT-IN (RELECTURE)" TO IM-MSG-ERREUR
007130         MOVE IM-IMP-STATUT TO IM-STATUT-ERREUR-FICHIER
007140         PERFORM 9000-ERREUR-FICHIER THRU 9000-EXIT
007150     END-IF.
007160     PERFORM 2100-LIRE-UNE-LIGNE THRU 2100-EXIT
007170         UNTIL IM-IMP-EOF.
007180     CLOSE IMPORT-IN.
007190 5200-EXIT.
007200     EXIT.
007210*
007220 5300-ECRIRE-VALEUR.
007230     MOVE SPACES TO NUMBERS-OUT-REC.
007240     MOVE IM-VALEUR-NETTE(1:10) TO NUMBERS-OUT-REC(1:10).
007250     PERFORM 5400-ECRIRE-LIGNE-SORTIE THRU 5400-EXIT.
007260     IF NOT IM-SRC-ACCEPTE(IM-SRC-COURANT)
007270         ADD 1 TO IM-NB-QUARANTAINE
007280     END-IF.
007290 5300-EXIT.
007300     EXIT.
007310*
007320 5400-ECRIRE-LIGNE-SORTIE.
007330     IF NOT IM-SRC-ACCEPTE(IM-SRC-COURANT)
007340         PERFORM 5500-ECRIRE-QUARANTAINE THRU 5500-EXIT
007350         GO TO 5400-EXIT
007360     END-IF.
007370     WRITE NUMBERS-OUT-REC.
007380     IF NOT IM-NBR-OK
007390         MOVE "NUMBERS-OUT (ECRITURE)" TO IM-MSG-ERREUR
007400         MOVE IM-NBR-STATUT TO IM-STATUT-ERREUR-FICHIER
007410         PERFORM 9000-ERREUR-FICHIER THRU 9000-EXIT
007420     END-IF.
007430 5400-EXIT.
007440     EXIT.
007450*
007460*----------------------------------------------------------------*
007470* UNE LIGNE DU LOT D'UN EMETTEUR REFUSE (ENTETE, DONNEE OU FIN)
007480* EST CONSERVEE TELLE QUELLE DANS PAIRIQUA, AU FORMAT DU COPY
007490* PAIRIQUA ECRIT PAR PAIR-IMPAIR.
007500*----------------------------------------------------------------*
007510 5500-ECRIRE-QUARANTAINE.
007520     IF IM-SRC-FERME(IM-SRC-COURANT)
007530         MOVE "SERVICE FERME" TO IM-QUA-MOTIF
007540     ELSE
007550         MOVE "SERVICE INCONNU" TO IM-QUA-MOTIF
007560     END-IF.
007570     MOVE SPACES              TO PAIR-IMPAIR-QUA-REC.
007580     MOVE IM-NO-EXECUTION     TO PIQ-NO-EXECUTION.
007590     MOVE IM-SRC-COURANT      TO PIQ-NO-LOT.
007600     MOVE IM-SRC-CODE(IM-SRC-COURANT) TO PIQ-SOURCE.
007610     MOVE IM-DATE-JOUR        TO PIQ-DATE-MISE.
007620     MOVE SPACE               TO PIQ-STATUT.
007630     MOVE IM-QUA-MOTIF        TO PIQ-MOTIF.
007640     MOVE NUMBERS-OUT-REC     TO PIQ-LIGNE.
007650     WRITE PAIR-IMPAIR-QUA-REC.
007660     IF NOT IM-QUA-OK
007670         MOVE "QUARANTAINE-FILE (ECRITURE)" TO IM-MSG-ERREUR
007680         MOVE IM-QUA-STATUT TO IM-STATUT-ERREUR-FICHIER
007690         PERFORM 9000-ERREUR-FICHIER THRU 9000-EXIT
007700     END-IF.
007710 5500-EXIT.
007720     EXIT.
007730*
007740*----------------------------------------------------------------*
007750* COMPTE RENDU DE LA CONVERSION SUR IMPORRPT : VOLUMES, REJETS
007760* ET UN RECAPITULATIF PAR LOT GENERE (EMETTEUR, NOMBRE, HASH,
007770* NOM DU SERVICE) AVEC LES LOTS MIS EN QUARANTAINE.
007780*----------------------------------------------------------------*
007790 8000-IMPRIMER-COMPTE-RENDU.
007800     OPEN OUTPUT IMPORTATION-RPT.
007810     IF NOT IM-RPT-OK
007820         MOVE "IMPORTATION-RPT (OUVERTURE)" TO IM-MSG-ERREUR
007830         MOVE IM-RPT-STATUT TO IM-STATUT-ERREUR-FICHIER
007840         PERFORM 9000-ERREUR-FICHIER THRU 9000-EXIT
007850     END-IF.
007860     MOVE "COMPTE RENDU D'IMPORTATION - NUMBERS-IN"
007870         TO IM-RPT-LIGNE.
007880     WRITE IM-RPT-LIGNE.
007890     MOVE IM-NB-LUES TO IM-EDIT-A.
007900     MOVE SPACES TO IM-RPT-LIGNE.
007910     STRING "LIGNES LUES              : " DELIMITED BY SIZE
007920         IM-EDIT-A DELIMITED BY SIZE
007930         INTO IM-RPT-LIGNE.
007940     WRITE IM-RPT-LIGNE.
007950     MOVE IM-NB-CONVERTIES TO IM-EDIT-A.
007960     MOVE SPACES TO IM-RPT-LIGNE.
007970     STRING "LIGNES CONVERTIES        : " DELIMITED BY SIZE
007980         IM-EDIT-A DELIMITED BY SIZE
007990         INTO IM-RPT-LIGNE.
008000     WRITE IM-RPT-LIGNE.
008010     MOVE IM-NB-REJETEES TO IM-EDIT-A.
008020     MOVE SPACES TO IM-RPT-LIGNE.
008030     STRING "LIGNES REJETEES          : " DELIMITED BY SIZE
008040         IM-EDIT-A DELIMITED BY SIZE
008050         INTO IM-RPT-LIGNE.
008060     WRITE IM-RPT-LIGNE.
008070     IF IM-NB-REJETEES > 0
008080         MOVE "LISTE DES REJETS SUR IMPORREJ" TO IM-RPT-LIGNE
008090         WRITE IM-RPT-LIGNE
008100     END-IF.
008110     IF IM-SRV-AVERTIR
008120         MOVE "REFERENTIEL SERVICES INDISPONIBLE - NON CONTROLES"
008130             TO IM-RPT-LIGNE
008140         WRITE IM-RPT-LIGNE
008150     END-IF.
008160     IF IM-NB-LOTS-REFUSES > 0
008170         MOVE IM-NB-QUARANTAINE TO IM-EDIT-A
008180         MOVE SPACES TO IM-RPT-LIGNE
008190         STRING "VALEURS EN QUARANTAINE   : " DELIMITED BY SIZE
008200             IM-EDIT-A DELIMITED BY SIZE
008210             INTO IM-RPT-LIGNE
008220         WRITE IM-RPT-LIGNE
008230         MOVE IM-NO-EXECUTION TO IM-EDIT-EXEC
008240         MOVE SPACES TO IM-RPT-LIGNE
008250         STRING "QUARANTAINE SUR PAIRIQUA, EXECUTION "
008260             DELIMITED BY SIZE
008270             IM-EDIT-EXEC DELIMITED BY SIZE
008280             INTO IM-RPT-LIGNE
008290         WRITE IM-RPT-LIGNE
008300     END-IF.
008310     PERFORM 8100-IMPRIMER-UN-LOT THRU 8100-EXIT
008320         VARYING IM-SRC-IDX FROM 1 BY 1
008330         UNTIL IM-SRC-IDX > IM-NB-SOURCES.
008340     CLOSE IMPORTATION-RPT.
008350 8000-EXIT.
008360     EXIT.
008370*
008380 8100-IMPRIMER-UN-LOT.
008390     MOVE IM-SRC-NB-VALEURS(IM-SRC-IDX) TO IM-EDIT-B.
008400     MOVE SPACES TO IM-RPT-LIGNE.
008410     STRING "LOT SOURCE " DELIMITED BY SIZE
008420         IM-SRC-CODE(IM-SRC-IDX) DELIMITED BY SIZE
008430         " VAL " DELIMITED BY SIZE
008440         IM-EDIT-B DELIMITED BY SIZE
008450         " HASH " DELIMITED BY SIZE
008460         IM-SRC-HASH(IM-SRC-IDX) DELIMITED BY SIZE
008470         " " DELIMITED BY SIZE
008480         IM-SRC-NOM(IM-SRC-IDX) DELIMITED BY SIZE
008490         INTO IM-RPT-LIGNE.
008500     WRITE IM-RPT-LIGNE.
008510     EVALUATE TRUE
008520         WHEN IM-SRC-INCONNU(IM-SRC-IDX)
008530             MOVE "    EN QUARANTAINE : SERVICE INCONNU"
008540                 TO IM-RPT-LIGNE
008550             WRITE IM-RPT-LIGNE
008560         WHEN IM-SRC-FERME(IM-SRC-IDX)
008570             MOVE "    EN QUARANTAINE : SERVICE FERME"
008580                 TO IM-RPT-LIGNE
008590             WRITE IM-RPT-LIGNE
008600     END-EVALUATE.
008610 8100-EXIT.
008620     EXIT.
008630*
008640*----------------------------------------------------------------*
008650* ARRET ANORMAL SUR ERREUR D'OUVERTURE OU D'ECRITURE D'UN
008660* FICHIER, A L'IDENTIQUE DE PAIR-IMPAIR.
008670*----------------------------------------------------------------*
008680 9000-ERREUR-FICHIER.
008690     DISPLAY "ERREUR E/S - " IM-MSG-ERREUR
008700         " - STATUT " IM-STATUT-ERREUR-FICHIER.
008710     MOVE 16 TO RETURN-CODE.
008720     STOP RUN.
008730 9000-EXIT.
008740     EXIT.
