000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID. APPROBATION.
000120 AUTHOR. J MARTIN.
000130 INSTALLATION. SERVICE INFORMATIQUE.
000140 DATE-WRITTEN. 15/10/2026.
000150 DATE-COMPILED.
000160*
000170*----------------------------------------------------------------*
000180* HISTORIQUE DES MODIFICATIONS.
000190*----------------------------------------------------------------*
000200* DATE       AUT  DESCRIPTION
000210* 15/10/2026 JM   CREATION. APPROBATION DES VALEURS RETENUES PAR
000220*                 PAIR-IMPAIR AU-DELA DU SEUIL DE LEUR SERVICE
000230*                 (FICHIER PAIRIRET). TROIS MODES PAR LE FICHIER
000240*                 DE PARAMETRES APPRPARM : MODE=LISTE (DEFAUT,
000250*                 AUSSI SANS APPRPARM) LISTE LES VALEURS EN
000260*                 ATTENTE ; MODE=VISER AVEC EXECUTION=, SEQUENCE=,
000270*                 DECISION=APPROUVER OU REFUSER ET OPERATEUR=
000280*                 ENREGISTRE LA DECISION PROPOSEE PAR UN PREMIER
000290*                 OPERATEUR ; MODE=CONFIRMER AVEC EXECUTION=,
000300*                 SEQUENCE= ET OPERATEUR= L'APPLIQUE, PAR UN
000310*                 OPERATEUR DIFFERENT DU PREMIER. UNE VALEUR
000320*                 APPROUVEE EST CLASSEE DANS PAIRIOUT ET PORTEE AU
000330*                 MAITRE PAIRIMST, UNE VALEUR REFUSEE EST ECRITE
000340*                 DANS PAIRIREJ (RAISON 7, STATUT A), AVEC DANS
000350*                 LES DEUX CAS UNE TRACE D'AUDIT SOUS UN NUMERO
000360*                 D'EXECUTION PAIRIRUN. LE STATUT EST REPORTE DANS
000370*                 LA NOUVELLE GENERATION PAIRIRTN. UNE DEMANDE
000380*                 INTROUVABLE, DANS UN STATUT INCOMPATIBLE OU
000390*                 CONFIRMEE PAR L'OPERATEUR DU VISA REND LE CODE
000400*                 RETOUR 8. L'ETAT EST IMPRIME SUR APPRRPT DANS
000410*                 TOUS LES MODES.
000420* 15/10/2026 JM   UNE VALEUR APPROUVEE EST AUSSI ECRITE DANS
000430*                 L'HISTORIQUE INDEXE DES PASSAGES PAIRIHIS
000440*                 (PROGRAMME APPROBATION), OUVERT ET FERME AVEC
000450*                 LE MAITRE, COMME DANS PAIR-IMPAIR.
000460* 15/10/2026 JM   PISTE D'AUDIT CHAINEE COMME DANS PAIR-IMPAIR :
000470*                 LA DERNIERE TRACE DE PAIRIAUD EST RELUE AVANT
000480*                 L'OUVERTURE EN AJOUT (5100) ET CHAQUE TRACE
000490*                 RECOIT LE NUMERO DE SEQUENCE SUIVANT ET SA
000500*                 VALEUR DE CONTROLE CHAINEE (CALL "CHAINAGE").
000510* 15/10/2026 JM   APRES UNE CLOTURE MENSUELLE, UNE PISTE D'AUDIT
000520*                 SANS TRACE CHAINEE REPART DU DERNIER SCEAU DE
000530*                 CLOTURE DE PAIRISCE (5170), COMME PAIR-IMPAIR.
000540* 15/10/2026 JM   CORRECTION SUITE A REVUE : UNE APPROBATION
000550*                 CONFIRMEE CONTROLE LA LISTE DES NUMEROS BLOQUES
000560*                 PAIRIBLQ (OUVERTE COMME DANS RECYCLAGE) AVANT LE
000570*                 CLASSEMENT. UN NUMERO BLOQUE A LA DATE DU JOUR
000580*                 N'EST PAS CLASSE : IL EST ECRIT DANS PAIRIREJ
000590*                 (RAISON 6, STATUT A) AVEC SA TRACE D'AUDIT ET LA
000600*                 VALEUR RETENUE PASSE AU STATUT REFUSEE.
000610*----------------------------------------------------------------*
000620*
000630 ENVIRONMENT DIVISION.
000640 INPUT-OUTPUT SECTION.
000650 FILE-CONTROL.
000660     SELECT OPTIONAL PARAMETRES-IN
000670         ASSIGN TO "APPRPARM"
000680         ORGANIZATION IS LINE SEQUENTIAL
000690         FILE STATUS IS AP-PRM-STATUT.
000700     SELECT OPTIONAL RETENUES-IN
000710         ASSIGN TO "PAIRIRET"
000720         ORGANIZATION IS LINE SEQUENTIAL
000730         FILE STATUS IS AP-RET-STATUT.
000740     SELECT RETENUES-OUT
000750         ASSIGN TO "PAIRIRTN"
000760         ORGANIZATION IS LINE SEQUENTIAL
000770         FILE STATUS IS AP-RTN-STATUT.
000780     SELECT OPTIONAL PAIR-IMPAIR-OUT
000790         ASSIGN TO "PAIRIOUT"
000800         ORGANIZATION IS LINE SEQUENTIAL
000810         FILE STATUS IS AP-OUT-STATUT.
000820     SELECT OPTIONAL PAIR-IMPAIR-REJ
000830         ASSIGN TO "PAIRIREJ"
000840         ORGANIZATION IS LINE SEQUENTIAL
000850         FILE STATUS IS AP-REJ-STATUT.
000860     SELECT OPTIONAL AUDIT-FILE
000870         ASSIGN TO "PAIRIAUD"
000880         ORGANIZATION IS LINE SEQUENTIAL
000890         FILE STATUS IS AP-AUD-STATUT.
000900     SELECT OPTIONAL SCEAUX-FILE
000910         ASSIGN TO "PAIRISCE"
000920         ORGANIZATION IS LINE SEQUENTIAL
000930         FILE STATUS IS AP-SCE-STATUT.
000940     SELECT OPTIONAL PAIR-IMPAIR-MST
000950         ASSIGN TO "PAIRIMST"
000960         ORGANIZATION IS INDEXED
000970         ACCESS MODE IS RANDOM
000980         RECORD KEY IS PIM-NOMBRE
000990         FILE STATUS IS AP-MST-STATUT.
001000     SELECT OPTIONAL HISTORIQUE-PASSAGES
001010         ASSIGN TO "PAIRIHIS"
001020         ORGANIZATION IS INDEXED
001030         ACCESS MODE IS RANDOM
001040         RECORD KEY IS PIH-CLE
001050         FILE STATUS IS AP-HIS-STATUT.
001060     SELECT OPTIONAL BLOCAGES-FILE
001070         ASSIGN TO "PAIRIBLQ"
001080         ORGANIZATION IS INDEXED
001090         ACCESS MODE IS RANDOM
001100         RECORD KEY IS PIB-NOMBRE
001110         FILE STATUS IS AP-BLQ-STATUT.
001120     SELECT OPTIONAL RUN-CONTROL
001130         ASSIGN TO "PAIRIRUN"
001140         ORGANIZATION IS LINE SEQUENTIAL
001150         FILE STATUS IS AP-RUN-STATUT.
001160     SELECT APPROBATION-RPT
001170         ASSIGN TO "APPRRPT"
001180         ORGANIZATION IS LINE SEQUENTIAL
001190         FILE STATUS IS AP-RPT-STATUT.
001200*
001210 DATA DIVISION.
001220 FILE SECTION.
001230 FD  PARAMETRES-IN
001240     LABEL RECORDS ARE STANDARD.
001250 01  PARAMETRE-REC           PIC X(80).
001260*
001270 FD  RETENUES-IN
001280     LABEL RECORDS ARE STANDARD.
001290     COPY PAIRIRET.
001300*
001310 FD  RETENUES-OUT
001320     LABEL RECORDS ARE STANDARD.
001330 01  RETENUE-SORTIE-REC      PIC X(120).
001340*
001350 FD  PAIR-IMPAIR-OUT
001360     LABEL RECORDS ARE STANDARD.
001370     COPY PAIRIREC.
001380*
001390 FD  PAIR-IMPAIR-REJ
001400     LABEL RECORDS ARE STANDARD.
001410     COPY PAIRIREJ.
001420*
001430 FD  AUDIT-FILE
001440     LABEL RECORDS ARE STANDARD.
001450     COPY PAIRIAUD.
001460*
001470 FD  SCEAUX-FILE
001480     LABEL RECORDS ARE STANDARD.
001490     COPY PAIRISCE.
001500*
001510 FD  PAIR-IMPAIR-MST
001520     LABEL RECORDS ARE STANDARD.
001530     COPY PAIRIMST.
001540*
001550 FD  HISTORIQUE-PASSAGES
001560     LABEL RECORDS ARE STANDARD.
001570     COPY PAIRIHIS.
001580*
001590 FD  BLOCAGES-FILE
001600     LABEL RECORDS ARE STANDARD.
001610     COPY PAIRIBLQ.
001620*
001630 FD  RUN-CONTROL
001640     LABEL RECORDS ARE STANDARD.
001650 01  RUN-CONTROL-REC.
001660     05  RUN-DERNIER-NO          PIC 9(05).
001670     05  FILLER                  PIC X(05).
001680*
001690 FD  APPROBATION-RPT
001700     LABEL RECORDS ARE STANDARD.
001710 01  AP-RPT-LIGNE            PIC X(132).
001720*
001730 WORKING-STORAGE SECTION.
001740*
001750*----------------------------------------------------------------*
001760* ZONES DE CLASSEMENT, IDENTIQUES A CELLES DE PAIR-IMPAIR POUR
001770* QUE LA VALEUR APPROUVEE SUIVE EXACTEMENT LE MEME CHEMIN.
001780*----------------------------------------------------------------*
001790 77  NOMBRE-CHAINE           PIC X(10).
001800 77  NOMBRE                  PIC S9(10) VALUE 0.
001810 77  RESTE                   PIC 9 VALUE 0.
001820 77  VALIDE                  PIC X VALUE "O".
001830     88  VALIDE-OUI              VALUE "O".
001840     88  VALIDE-NON              VALUE "N".
001850 77  AP-CODE-DOUBLON         PIC X VALUE SPACE.
001860 77  AP-CODE-RAISON          PIC X VALUE "7".
001870 77  AP-BLOQUE-SW            PIC X VALUE "N".
001880     88  AP-NUMERO-BLOQUE        VALUE "Y".
001890*
001900*----------------------------------------------------------------*
001910* CODES RETOUR DES FICHIERS. "05" EST ACCEPTE EN PLUS DE "00" A
001920* L'OUVERTURE DES FICHIERS OPTIONNELS.
001930*----------------------------------------------------------------*
001940 77  AP-PRM-STATUT           PIC X(02) VALUE "00".
001950     88  AP-PRM-OK               VALUE "00".
001960     88  AP-PRM-ABSENT           VALUE "05".
001970 77  AP-RET-STATUT           PIC X(02) VALUE "00".
001980     88  AP-RET-OK               VALUE "00".
001990     88  AP-RET-ABSENT           VALUE "05".
002000 77  AP-RTN-STATUT           PIC X(02) VALUE "00".
002010     88  AP-RTN-OK               VALUE "00".
002020 77  AP-OUT-STATUT           PIC X(02) VALUE "00".
002030     88  AP-OUT-OK               VALUE "00".
002040     88  AP-OUT-ABSENT           VALUE "05".
002050 77  AP-REJ-STATUT           PIC X(02) VALUE "00".
002060     88  AP-REJ-OK               VALUE "00".
002070     88  AP-REJ-ABSENT           VALUE "05".
002080 77  AP-AUD-STATUT           PIC X(02) VALUE "00".
002090     88  AP-AUD-OK               VALUE "00".
002100     88  AP-AUD-ABSENT           VALUE "05".
002110 77  AP-SCE-STATUT           PIC X(02) VALUE "00".
002120     88  AP-SCE-OK               VALUE "00".
002130     88  AP-SCE-ABSENT           VALUE "05".
002140 77  AP-MST-STATUT           PIC X(02) VALUE "00".
002150     88  AP-MST-OK               VALUE "00".
002160     88  AP-MST-ABSENT           VALUE "05".
002170 77  AP-MST-DISPO-SW         PIC X VALUE "N".
002180     88  AP-MST-DISPONIBLE       VALUE "Y".
002190 77  AP-HIS-STATUT           PIC X(02) VALUE "00".
002200     88  AP-HIS-OK               VALUE "00".
002210     88  AP-HIS-ABSENT           VALUE "05".
002220     88  AP-HIS-DOUBLE           VALUE "22".
002230 77  AP-HIS-DISPO-SW         PIC X VALUE "N".
002240     88  AP-HIS-DISPONIBLE       VALUE "Y".
002250 77  AP-HIS-ECRIT-SW         PIC X VALUE "N".
002260     88  AP-HIS-ECRIT            VALUE "Y".
002270 77  AP-BLQ-STATUT           PIC X(02) VALUE "00".
002280     88  AP-BLQ-OK               VALUE "00".
002290     88  AP-BLQ-ABSENT           VALUE "05".
002300 77  AP-BLQ-DISPO-SW         PIC X VALUE "N".
002310     88  AP-BLQ-DISPONIBLE       VALUE "Y".
002320 77  AP-BLQ-AVERTIR-SW       PIC X VALUE "N".
002330     88  AP-BLQ-AVERTIR          VALUE "Y".
002340 77  AP-RUN-STATUT           PIC X(02) VALUE "00".
002350     88  AP-RUN-OK               VALUE "00".
002360     88  AP-RUN-ABSENT           VALUE "05".
002370 77  AP-RPT-STATUT           PIC X(02) VALUE "00".
002380     88  AP-RPT-OK               VALUE "00".
002390 77  AP-MSG-ERREUR           PIC X(40) VALUE SPACES.
002400 77  AP-STATUT-ERREUR-FICHIER PIC X(02) VALUE SPACES.
002410*
002420*----------------------------------------------------------------*
002430* PARAMETRES DU PASSAGE (FICHIER APPRPARM). SANS APPRPARM, LE
002440* MODE LISTE EST RETENU. VISER ET CONFIRMER EXIGENT EXECUTION=,
002450* SEQUENCE= ET OPERATEUR= ; VISER EXIGE EN PLUS DECISION=.
002460*----------------------------------------------------------------*
002470 77  AP-MODE                 PIC X VALUE "L".
002480     88  AP-MODE-LISTE           VALUE "L".
002490     88  AP-MODE-VISER           VALUE "V".
002500     88  AP-MODE-CONFIRMER       VALUE "C".
002510 77  AP-CHOIX-EXECUTION      PIC 9(05) VALUE 0.
002520 77  AP-CHOIX-SEQUENCE       PIC 9(07) VALUE 0.
002530 77  AP-DECISION             PIC X VALUE SPACE.
002540     88  AP-DECISION-APPROUVER   VALUE "A".
002550     88  AP-DECISION-REFUSER     VALUE "R".
002560 77  AP-OPERATEUR            PIC X(08) VALUE SPACES.
002570 77  AP-PRM-EOF-SW           PIC X VALUE "N".
002580     88  AP-PRM-EOF              VALUE "Y".
002590 77  AP-PRM-CLE              PIC X(20) VALUE SPACES.
002600 77  AP-PRM-VALEUR           PIC X(60) VALUE SPACES.
002610 77  AP-PRM-VAL-NET          PIC X(60) VALUE SPACES.
002620 77  AP-PRM-NOMBRE           PIC 9(08) VALUE 0.
002630*
002640*----------------------------------------------------------------*
002650* ZONES DE TRAVAIL DU PASSAGE. LA PREMIERE PASSE SUR PAIRIRET
002660* RECENSE LES VALEURS ENCORE OUVERTES ET REPERE LA VALEUR
002670* DEMANDEE ; LA SECONDE PASSE (VISER OU CONFIRMER SEULEMENT)
002680* REECRIT LA NOUVELLE GENERATION AVEC LE STATUT MIS A JOUR.
002690*----------------------------------------------------------------*
002700 77  AP-RET-EOF-SW           PIC X VALUE "N".
002710     88  AP-RET-EOF              VALUE "Y".
002720 77  AP-TROUVE-SW            PIC X VALUE "N".
002730     88  AP-TROUVE               VALUE "Y".
002740 77  AP-CIBLE-STATUT         PIC X VALUE SPACE.
002750 77  AP-CIBLE-OPERATEUR-VISA PIC X(08) VALUE SPACES.
002760 77  AP-CIBLE-IDX            PIC 9(03) COMP VALUE 0.
002770 77  AP-DATE-JOUR            PIC 9(08) VALUE 0.
002780 77  AP-HEURE                PIC 9(08) VALUE 0.
002790 77  AP-AUD-EOF-SW           PIC X VALUE "N".
002800     88  AP-AUD-EOF              VALUE "Y".
002810 77  AP-AUD-SEQUENCE         PIC 9(09) VALUE 0.
002820 77  AP-AUD-CHAINAGE         PIC 9(12) VALUE 0.
002830 77  AP-SCE-EOF-SW           PIC X VALUE "N".
002840     88  AP-SCE-EOF              VALUE "Y".
002850 77  AP-NO-EXECUTION         PIC 9(05) VALUE 0.
002860 77  AP-LIB-ACTION           PIC X(40) VALUE SPACES.
002870*
002880*----------------------------------------------------------------*
002890* TABLE DES VALEURS OUVERTES (EN ATTENTE OU VISEES) RECENSEES
002900* DANS PAIRIRET POUR L'ETAT. 500 VALEURS AU MAXIMUM, AU-DELA LE
002910* PASSAGE S'ARRETE PLUTOT QUE DE LISTER PARTIELLEMENT. LES
002920* VALEURS DEJA APPROUVEES OU REFUSEES SONT SEULEMENT COMPTEES.
002930*----------------------------------------------------------------*
002940 77  AP-NB-OUVERTES          PIC 9(03) COMP VALUE 0.
002950 77  AP-IDX                  PIC 9(03) COMP VALUE 0.
002960 01  AP-TABLE-RETENUES.
002970     05  AP-TRT-ENTREE OCCURS 500 TIMES.
002980         10  AP-TRT-EXECUTION    PIC 9(05).
002990         10  AP-TRT-SEQUENCE     PIC 9(07).
003000         10  AP-TRT-DATE         PIC 9(08).
003010         10  AP-TRT-SOURCE       PIC X(04).
003020         10  AP-TRT-NOMBRE       PIC X(10).
003030         10  AP-TRT-VALEUR       PIC S9(13)V9(04) COMP-3.
003040         10  AP-TRT-STATUT       PIC X(01).
003050         10  AP-TRT-DECISION     PIC X(01).
003060         10  AP-TRT-OPERATEUR    PIC X(08).
003070*
003080*----------------------------------------------------------------*
003090* COMPTEURS DE L'ETAT APPRRPT.
003100*----------------------------------------------------------------*
003110 77  AP-NB-LUS               PIC 9(09) COMP VALUE 0.
003120 77  AP-NB-EN-ATTENTE        PIC 9(09) COMP VALUE 0.
003130 77  AP-NB-VISEES            PIC 9(09) COMP VALUE 0.
003140 77  AP-NB-APPROUVEES        PIC 9(09) COMP VALUE 0.
003150 77  AP-NB-REFUSEES          PIC 9(09) COMP VALUE 0.
003160 77  AP-TOT-VAL-OUVERTES     PIC S9(13)V9(04) COMP-3 VALUE 0.
003170*
003180*----------------------------------------------------------------*
003190* ZONES D'EDITION DE L'ETAT APPRRPT.
003200*----------------------------------------------------------------*
003210 77  AP-EDIT-EXEC            PIC ZZZZ9.
003220 77  AP-EDIT-SEQ             PIC ZZZZZZ9.
003230 77  AP-RPT-ZONE-EDIT        PIC ZZZZZZZZ9.
003240 77  AP-RPT-EDIT-VALEUR      PIC -Z(12)9.9(04).
003250 77  AP-LIB-STATUT-RET       PIC X(20) VALUE SPACES.
003260*
003270 PROCEDURE DIVISION.
003280*
003290 0000-MAINLINE.
003300     ACCEPT AP-DATE-JOUR FROM DATE YYYYMMDD.
003310     PERFORM 1000-LIRE-PARAMETRES THRU 1000-EXIT.
003320     PERFORM 2000-RECENSER-RETENUES THRU 2000-EXIT.
003330     IF AP-MODE-VISER OR AP-MODE-CONFIRMER
003340         PERFORM 3000-CONTROLER-CIBLE THRU 3000-EXIT
003350         IF AP-MODE-CONFIRMER
003360             PERFORM 5000-OUVRIR-CLASSEMENT THRU 5000-EXIT
003370         END-IF
003380         PERFORM 4000-REECRIRE-RETENUES THRU 4000-EXIT
003390         IF AP-MODE-CONFIRMER
003400             PERFORM 5900-FERMER-CLASSEMENT THRU 5900-EXIT
003410         END-IF
003420     END-IF.
003430     PERFORM 8000-IMPRIMER-ETAT THRU 8000-EXIT.
003440     STOP RUN.
003450*
003460*----------------------------------------------------------------*
003470* PARAMETRES DU PASSAGE : MODE=LISTE, VISER OU CONFIRMER,
003480* EXECUTION= ET SEQUENCE= POUR DESIGNER LA VALEUR RETENUE,
003490* DECISION=APPROUVER OU REFUSER POUR LE VISA, OPERATEUR= POUR
003500* VISER ET CONFIRMER. LES LIGNES VIDES ET LES LIGNES COMMENCANT
003510* PAR * SONT IGNOREES. UN PARAMETRE INVALIDE ARRETE LE
003520* PROGRAMME (CODE RETOUR 16).
003530*----------------------------------------------------------------*
003540 1000-LIRE-PARAMETRES.
003550     OPEN INPUT PARAMETRES-IN.
003560     IF NOT AP-PRM-OK AND NOT AP-PRM-ABSENT
003570         MOVE "PARAMETRES-IN (OUVERTURE)" TO AP-MSG-ERREUR
003580         MOVE AP-PRM-STATUT TO AP-STATUT-ERREUR-FICHIER
003590         PERFORM 9000-ERREUR-FICHIER THRU 9000-EXIT
003600     END-IF.
003610     IF AP-PRM-ABSENT
003620         CLOSE PARAMETRES-IN
003630     ELSE
003640         PERFORM 1100-LIRE-UN-PARAMETRE THRU 1100-EXIT
003650             UNTIL AP-PRM-EOF
003660         CLOSE PARAMETRES-IN
003670     END-IF.
003680     IF AP-MODE-VISER OR AP-MODE-CONFIRMER
003690         IF AP-CHOIX-EXECUTION = 0 OR AP-CHOIX-SEQUENCE = 0
003700             OR AP-OPERATEUR = SPACES
003710             DISPLAY "EXECUTION=, SEQUENCE= ET OPERATEUR= SONT "
003720                 "OBLIGATOIRES EN MODE VISER OU CONFIRMER"
003730             MOVE 16 TO RETURN-CODE
003740             STOP RUN
003750         END-IF
003760     END-IF.
003770     IF AP-MODE-VISER AND AP-DECISION = SPACE
003780         DISPLAY "DECISION= EST OBLIGATOIRE EN MODE VISER"
003790         MOVE 16 TO RETURN-CODE
003800         STOP RUN
003810     END-IF.
003820 1000-EXIT.
003830     EXIT.
003840*
003850 1100-LIRE-UN-PARAMETRE.
003860     READ PARAMETRES-IN
003870         AT END
003880             MOVE "Y" TO AP-PRM-EOF-SW
003890         NOT AT END
003900             IF PARAMETRE-REC NOT = SPACES
003910                 AND PARAMETRE-REC(1:1) NOT = "*"
003920                 PERFORM 1200-APPLIQUER-PARAMETRE
003930                     THRU 1200-EXIT
003940             END-IF
003950     END-READ.
003960 1100-EXIT.
003970     EXIT.
003980*
003990 1200-APPLIQUER-PARAMETRE.
004000     MOVE SPACES TO AP-PRM-CLE.
004010     MOVE SPACES TO AP-PRM-VALEUR.
004020     UNSTRING PARAMETRE-REC DELIMITED BY "="
004030         INTO AP-PRM-CLE, AP-PRM-VALEUR.
004040     MOVE FUNCTION TRIM(AP-PRM-CLE) TO AP-PRM-CLE.
004050     MOVE FUNCTION TRIM(AP-PRM-VALEUR) TO AP-PRM-VAL-NET.
004060     EVALUATE AP-PRM-CLE
004070         WHEN "MODE"
004080             EVALUATE AP-PRM-VAL-NET
004090                 WHEN "LISTE"
004100                     MOVE "L" TO AP-MODE
004110                 WHEN "VISER"
004120                     MOVE "V" TO AP-MODE
004130                 WHEN "CONFIRMER"
004140                     MOVE "C" TO AP-MODE
004150                 WHEN OTHER
004160                     PERFORM 1900-PARAMETRE-INVALIDE
004170                         THRU 1900-EXIT
004180             END-EVALUATE
004190         WHEN "EXECUTION"
004200             PERFORM 1300-CONVERTIR-NOMBRE THRU 1300-EXIT
004210             IF AP-PRM-NOMBRE >= 1 AND AP-PRM-NOMBRE <= 99999
004220                 MOVE AP-PRM-NOMBRE TO AP-CHOIX-EXECUTION
004230             ELSE
004240                 PERFORM 1900-PARAMETRE-INVALIDE
004250                     THRU 1900-EXIT
004260             END-IF
004270         WHEN "SEQUENCE"
004280             PERFORM 1300-CONVERTIR-NOMBRE THRU 1300-EXIT
004290             IF AP-PRM-NOMBRE >= 1 AND AP-PRM-NOMBRE <= 9999999
004300                 MOVE AP-PRM-NOMBRE TO AP-CHOIX-SEQUENCE
004310             ELSE
004320                 PERFORM 1900-PARAMETRE-INVALIDE
004330                     THRU 1900-EXIT
004340             END-IF
004350         WHEN "DECISION"
004360             EVALUATE AP-PRM-VAL-NET
004370                 WHEN "APPROUVER"
004380                     MOVE "A" TO AP-DECISION
004390                 WHEN "REFUSER"
004400                     MOVE "R" TO AP-DECISION
004410                 WHEN OTHER
004420                     PERFORM 1900-PARAMETRE-INVALIDE
004430                         THRU 1900-EXIT
004440             END-EVALUATE
004450         WHEN "OPERATEUR"
004460             IF AP-PRM-VAL-NET = SPACES
004470                 OR AP-PRM-VAL-NET(9:) NOT = SPACES
004480                 PERFORM 1900-PARAMETRE-INVALIDE
004490                     THRU 1900-EXIT
004500             END-IF
004510             MOVE AP-PRM-VAL-NET(1:8) TO AP-OPERATEUR
004520         WHEN OTHER
004530             PERFORM 1900-PARAMETRE-INVALIDE THRU 1900-EXIT
004540     END-EVALUATE.
004550 1200-EXIT.
004560     EXIT.
004570*
004580 1300-CONVERTIR-NOMBRE.
004590     IF FUNCTION TEST-NUMVAL(AP-PRM-VAL-NET) = 0
004600         COMPUTE AP-PRM-NOMBRE =
004610             FUNCTION NUMVAL(AP-PRM-VAL-NET)
004620     ELSE
004630         MOVE 0 TO AP-PRM-NOMBRE
004640     END-IF.
004650 1300-EXIT.
004660     EXIT.
004670*
004680 1900-PARAMETRE-INVALIDE.
004690     DISPLAY "PARAMETRE INVALIDE : " PARAMETRE-REC.
004700     MOVE 16 TO RETURN-CODE.
004710     STOP RUN.
004720 1900-EXIT.
004730     EXIT.
004740*
004750*----------------------------------------------------------------*
004760* PREMIERE PASSE SUR PAIRIRET : COMPTE DES VALEURS PAR STATUT,
004770* RECENSEMENT DES VALEURS OUVERTES POUR L'ETAT ET REPERAGE DE
004780* LA VALEUR DEMANDEE (STATUT ET OPERATEUR DU VISA).
004790*----------------------------------------------------------------*
004800 2000-RECENSER-RETENUES.
004810     MOVE "N" TO AP-RET-EOF-SW.
004820     OPEN INPUT RETENUES-IN.
004830     IF NOT AP-RET-OK AND NOT AP-RET-ABSENT
004840         MOVE "RETENUES-IN (OUVERTURE)" TO AP-MSG-ERREUR
004850         MOVE AP-RET-STATUT TO AP-STATUT-ERREUR-FICHIER
004860         PERFORM 9000-ERREUR-FICHIER THRU 9000-EXIT
004870     END-IF.
004880     PERFORM 2100-LIRE-UNE-RETENUE THRU 2100-EXIT
004890         UNTIL AP-RET-EOF.
004900     CLOSE RETENUES-IN.
004910 2000-EXIT.
004920     EXIT.
004930*
004940 2100-LIRE-UNE-RETENUE.
004950     READ RETENUES-IN
004960         AT END
004970             MOVE "Y" TO AP-RET-EOF-SW
004980         NOT AT END
004990             PERFORM 2200-RECENSER-RETENUE THRU 2200-EXIT
005000     END-READ.
005010 2100-EXIT.
005020     EXIT.
005030*
005040 2200-RECENSER-RETENUE.
005050     ADD 1 TO AP-NB-LUS.
005060     EVALUATE TRUE
005070         WHEN PIT-EN-ATTENTE
005080             ADD 1 TO AP-NB-EN-ATTENTE
005090         WHEN PIT-VISEE
005100             ADD 1 TO AP-NB-VISEES
005110         WHEN PIT-APPROUVEE
005120             ADD 1 TO AP-NB-APPROUVEES
005130         WHEN PIT-REFUSEE
005140             ADD 1 TO AP-NB-REFUSEES
005150     END-EVALUATE.
005160     IF PIT-OUVERTE
005170         PERFORM 2400-AJOUTER-RETENUE THRU 2400-EXIT
005180     END-IF.
005190     IF PIT-NO-EXECUTION = AP-CHOIX-EXECUTION
005200         AND PIT-NO-SEQUENCE = AP-CHOIX-SEQUENCE
005210         MOVE "Y" TO AP-TROUVE-SW
005220         MOVE PIT-STATUT TO AP-CIBLE-STATUT
005230         MOVE PIT-OPERATEUR-VISA TO AP-CIBLE-OPERATEUR-VISA
005240         IF PIT-OUVERTE
005250             MOVE AP-NB-OUVERTES TO AP-CIBLE-IDX
005260         END-IF
005270     END-IF.
005280 2200-EXIT.
005290     EXIT.
005300*
005310 2400-AJOUTER-RETENUE.
005320     IF AP-NB-OUVERTES >= 500
005330         DISPLAY "TABLE DES VALEURS RETENUES PLEINE (500 AU "
005340             "MAXIMUM)"
005350         MOVE 16 TO RETURN-CODE
005360         STOP RUN
005370     END-IF.
005380     ADD 1 TO AP-NB-OUVERTES.
005390     MOVE AP-NB-OUVERTES TO AP-IDX.
005400     MOVE PIT-NO-EXECUTION   TO AP-TRT-EXECUTION(AP-IDX).
005410     MOVE PIT-NO-SEQUENCE    TO AP-TRT-SEQUENCE(AP-IDX).
005420     MOVE PIT-DATE-MISE      TO AP-TRT-DATE(AP-IDX).
005430     MOVE PIT-SOURCE         TO AP-TRT-SOURCE(AP-IDX).
005440     MOVE PIT-NOMBRE-CHAINE  TO AP-TRT-NOMBRE(AP-IDX).
005450     MOVE 0                  TO AP-TRT-VALEUR(AP-IDX).
005460     IF PIT-VALEUR IS NUMERIC
005470         MOVE PIT-VALEUR     TO AP-TRT-VALEUR(AP-IDX)
005480         ADD PIT-VALEUR      TO AP-TOT-VAL-OUVERTES
005490     END-IF.
005500     MOVE PIT-STATUT         TO AP-TRT-STATUT(AP-IDX).
005510     MOVE PIT-DECISION       TO AP-TRT-DECISION(AP-IDX).
005520     MOVE PIT-OPERATEUR-VISA TO AP-TRT-OPERATEUR(AP-IDX).
005530 2400-EXIT.
005540     EXIT.
005550*
005560*----------------------------------------------------------------*
005570* LA VALEUR DEMANDEE DOIT EXISTER ET ETRE DANS UN STATUT QUI
005580* PERMET L'ACTION : EN ATTENTE OU DEJA VISEE POUR UN VISA (UN
005590* NOUVEAU VISA REMPLACE LE PRECEDENT), VISEE POUR UNE
005600* CONFIRMATION. LA CONFIRMATION DOIT ETRE DONNEE PAR UN AUTRE
005610* OPERATEUR QUE CELUI DU VISA. SINON LE PASSAGE S'ARRETE AVEC LE
005620* CODE RETOUR 8 SANS REECRITURE DU FICHIER.
005630*----------------------------------------------------------------*
005640 3000-CONTROLER-CIBLE.
005650     IF NOT AP-TROUVE OR AP-CIBLE-IDX = 0
005660         DISPLAY "VALEUR " AP-CHOIX-SEQUENCE " DE L'EXECUTION "
005670             AP-CHOIX-EXECUTION
005680             " INTROUVABLE OU DEJA TRAITEE"
005690         GO TO 3900-REFUSER-DEMANDE
005700     END-IF.
005710     IF AP-MODE-CONFIRMER AND AP-CIBLE-STATUT NOT = "V"
005720         DISPLAY "VALEUR " AP-CHOIX-SEQUENCE " DE L'EXECUTION "
005730             AP-CHOIX-EXECUTION
005740             " NON VISEE - CONFIRMATION IMPOSSIBLE"
005750         GO TO 3900-REFUSER-DEMANDE
005760     END-IF.
005770     IF AP-MODE-CONFIRMER
005780         AND AP-CIBLE-OPERATEUR-VISA = AP-OPERATEUR
005790         DISPLAY "OPERATEUR " AP-OPERATEUR
005800             " AUTEUR DU VISA - CONFIRMATION PAR UN AUTRE "
005810             "OPERATEUR EXIGEE"
005820         GO TO 3900-REFUSER-DEMANDE
005830     END-IF.
005840     GO TO 3000-EXIT.
005850 3900-REFUSER-DEMANDE.
005860     MOVE "DEMANDE REFUSEE - AUCUNE MISE A JOUR" TO AP-LIB-ACTION.
005870     PERFORM 8000-IMPRIMER-ETAT THRU 8000-EXIT.
005880     MOVE 8 TO RETURN-CODE.
005890     STOP RUN.
005900 3000-EXIT.
005910     EXIT.
005920*
005930*----------------------------------------------------------------*
005940* SECONDE PASSE : RECOPIE DE PAIRIRET DANS LA NOUVELLE
005950* GENERATION PAIRIRTN AVEC REPORT DU VISA OU DE LA DECISION
005960* CONFIRMEE SUR LA VALEUR DEMANDEE.
005970*----------------------------------------------------------------*
005980 4000-REECRIRE-RETENUES.
005990     MOVE "N" TO AP-RET-EOF-SW.
006000     OPEN INPUT RETENUES-IN.
006010     IF NOT AP-RET-OK AND NOT AP-RET-ABSENT
006020         MOVE "RETENUES-IN (OUVERTURE)" TO AP-MSG-ERREUR
006030         MOVE AP-RET-STATUT TO AP-STATUT-ERREUR-FICHIER
006040         PERFORM 9000-ERREUR-FICHIER THRU 9000-EXIT
006050     END-IF.
006060     OPEN OUTPUT RETENUES-OUT.
006070     IF NOT AP-RTN-OK
006080         MOVE "RETENUES-OUT (OUVERTURE)" TO AP-MSG-ERREUR
006090         MOVE AP-RTN-STATUT TO AP-STATUT-ERREUR-FICHIER
006100         PERFORM 9000-ERREUR-FICHIER THRU 9000-EXIT
006110     END-IF.
006120     PERFORM 4100-RELIRE-UNE-RETENUE THRU 4100-EXIT
006130         UNTIL AP-RET-EOF.
006140     CLOSE RETENUES-IN.
006150     CLOSE RETENUES-OUT.
006160 4000-EXIT.
006170     EXIT.
006180*
006190 4100-RELIRE-UNE-RETENUE.
006200     READ RETENUES-IN
006210         AT END
006220             MOVE "Y" TO AP-RET-EOF-SW
006230         NOT AT END
006240             IF PIT-NO-EXECUTION = AP-CHOIX-EXECUTION
006250                 AND PIT-NO-SEQUENCE = AP-CHOIX-SEQUENCE
006260                 AND PIT-OUVERTE
006270                 PERFORM 4200-TRAITER-CIBLE THRU 4200-EXIT
006280             END-IF
006290             PERFORM 4500-ECRIRE-SORTIE THRU 4500-EXIT
006300     END-READ.
006310 4100-EXIT.
006320     EXIT.
006330*
006340 4200-TRAITER-CIBLE.
006350     IF AP-MODE-VISER
006360         MOVE "V" TO PIT-STATUT
006370         MOVE AP-DECISION TO PIT-DECISION
006380         MOVE AP-OPERATEUR TO PIT-OPERATEUR-VISA
006390         MOVE AP-DATE-JOUR TO PIT-DATE-VISA
006400         IF AP-DECISION-APPROUVER
006410             MOVE "VISA ENREGISTRE - APPROBATION PROPOSEE"
006420                 TO AP-LIB-ACTION
006430         ELSE
006440             MOVE "VISA ENREGISTRE - REFUS PROPOSE"
006450                 TO AP-LIB-ACTION
006460         END-IF
006470     ELSE
006480         MOVE AP-OPERATEUR TO PIT-OPERATEUR-CONFIRM
006490         MOVE AP-DATE-JOUR TO PIT-DATE-CONFIRM
006500         MOVE AP-NO-EXECUTION TO PIT-NO-EXEC-DECISION
006510         IF PIT-DEC-APPROUVER
006520             MOVE "A" TO PIT-STATUT
006530             PERFORM 6000-CLASSER-VALEUR THRU 6000-EXIT
006540             MOVE "APPROBATION CONFIRMEE - VALEUR CLASSEE"
006550                 TO AP-LIB-ACTION
006560             IF AP-NUMERO-BLOQUE
006570                 MOVE "R" TO PIT-STATUT
006580                 MOVE "NUMERO BLOQUE - REJETEE (RAISON 6)"
006590                     TO AP-LIB-ACTION
006600             END-IF
006610         ELSE
006620             MOVE "7" TO AP-CODE-RAISON
006630             MOVE "R" TO PIT-STATUT
006640             PERFORM 6600-ECRIRE-REJET THRU 6600-EXIT
006650             MOVE "REFUS CONFIRME - VALEUR REJETEE (RAISON 7)"
006660                 TO AP-LIB-ACTION
006670         END-IF
006680     END-IF.
006690     MOVE PIT-STATUT TO AP-TRT-STATUT(AP-CIBLE-IDX).
006700     MOVE PIT-DECISION TO AP-TRT-DECISION(AP-CIBLE-IDX).
006710     MOVE PIT-OPERATEUR-VISA TO AP-TRT-OPERATEUR(AP-CIBLE-IDX).
006720 4200-EXIT.
006730     EXIT.
006740*
006750 4500-ECRIRE-SORTIE.
006760     MOVE PAIR-IMPAIR-RET-REC TO RETENUE-SORTIE-REC.
006770     WRITE RETENUE-SORTIE-REC.
006780     IF NOT AP-RTN-OK
006790         MOVE "RETENUES-OUT (ECRITURE)" TO AP-MSG-ERREUR
006800         MOVE AP-RTN-STATUT TO AP-STATUT-ERREUR-FICHIER
006810         PERFORM 9000-ERREUR-FICHIER THRU 9000-EXIT
006820     END-IF.
006830 4500-EXIT.
006840     EXIT.
006850*
006860*----------------------------------------------------------------*
006870* CONFIRMATION : ATTRIBUTION D'UN NUMERO D'EXECUTION PAIRIRUN
006880* ET OUVERTURE EN AJOUT DES FICHIERS DU CLASSEMENT, COMME DANS
006890* RECYCLAGE.
006900*----------------------------------------------------------------*
006910 5000-OUVRIR-CLASSEMENT.
006920     OPEN EXTEND PAIR-IMPAIR-OUT.
006930     IF NOT AP-OUT-OK AND NOT AP-OUT-ABSENT
006940         MOVE "PAIR-IMPAIR-OUT (OUVERTURE)" TO AP-MSG-ERREUR
006950         MOVE AP-OUT-STATUT TO AP-STATUT-ERREUR-FICHIER
006960         PERFORM 9000-ERREUR-FICHIER THRU 9000-EXIT
006970     END-IF.
006980     OPEN EXTEND PAIR-IMPAIR-REJ.
006990     IF NOT AP-REJ-OK AND NOT AP-REJ-ABSENT
007000         MOVE "PAIR-IMPAIR-REJ (OUVERTURE)" TO AP-MSG-ERREUR
007010         MOVE AP-REJ-STATUT TO AP-STATUT-ERREUR-FICHIER
007020         PERFORM 9000-ERREUR-FICHIER THRU 9000-EXIT
007030     END-IF.
007040     PERFORM 5100-OUVRIR-AUDIT THRU 5100-EXIT.
007050     PERFORM 5500-ATTRIBUER-NO-EXECUTION THRU 5500-EXIT.
007060     PERFORM 5200-OUVRIR-MAITRE THRU 5200-EXIT.
007070 5000-EXIT.
007080     EXIT.
007090*
007100*----------------------------------------------------------------*
007110* OUVERTURE EN AJOUT DE LA PISTE D'AUDIT APRES RELECTURE DE SA
007120* DERNIERE TRACE CHAINEE (NUMERO DE SEQUENCE ET VALEUR DE
007130* CHAINAGE DE DEPART), COMME DANS PAIR-IMPAIR. SANS TRACE
007140* CHAINEE, LE DEPART EST LE DERNIER SCEAU DE CLOTURE (5170).
007150*----------------------------------------------------------------*
007160 5100-OUVRIR-AUDIT.
007170     MOVE 0 TO AP-AUD-SEQUENCE.
007180     MOVE 0 TO AP-AUD-CHAINAGE.
007190     MOVE "N" TO AP-AUD-EOF-SW.
007200     OPEN INPUT AUDIT-FILE.
007210     IF NOT AP-AUD-OK AND NOT AP-AUD-ABSENT
007220         MOVE "AUDIT-FILE (OUVERTURE)" TO AP-MSG-ERREUR
007230         MOVE AP-AUD-STATUT TO AP-STATUT-ERREUR-FICHIER
007240         PERFORM 9000-ERREUR-FICHIER THRU 9000-EXIT
007250     END-IF.
007260     PERFORM 5150-LIRE-UNE-TRACE THRU 5150-EXIT
007270         UNTIL AP-AUD-EOF.
007280     CLOSE AUDIT-FILE.
007290     IF AP-AUD-SEQUENCE = 0
007300         PERFORM 5170-LIRE-SCEAUX-CLOTURE THRU 5170-EXIT
007310     END-IF.
007320     OPEN EXTEND AUDIT-FILE.
007330     IF NOT AP-AUD-OK AND NOT AP-AUD-ABSENT
007340         MOVE "AUDIT-FILE (OUVERTURE)" TO AP-MSG-ERREUR
007350         MOVE AP-AUD-STATUT TO AP-STATUT-ERREUR-FICHIER
007360         PERFORM 9000-ERREUR-FICHIER THRU 9000-EXIT
007370     END-IF.
007380 5100-EXIT.
007390     EXIT.
007400*
007410 5150-LIRE-UNE-TRACE.
007420     READ AUDIT-FILE
007430         AT END
007440             MOVE "Y" TO AP-AUD-EOF-SW
007450         NOT AT END
007460             IF PIA-NO-SEQUENCE IS NUMERIC
007470                 AND PIA-CHAINAGE IS NUMERIC
007480                 MOVE PIA-NO-SEQUENCE TO AP-AUD-SEQUENCE
007490                 MOVE PIA-CHAINAGE TO AP-AUD-CHAINAGE
007500             END-IF
007510     END-READ.
007520 5150-EXIT.
007530     EXIT.
007540*
007550 5170-LIRE-SCEAUX-CLOTURE.
007560     MOVE "N" TO AP-SCE-EOF-SW.
007570     OPEN INPUT SCEAUX-FILE.
007580     IF NOT AP-SCE-OK AND NOT AP-SCE-ABSENT
007590         MOVE "SCEAUX-FILE (OUVERTURE)" TO AP-MSG-ERREUR
007600         MOVE AP-SCE-STATUT TO AP-STATUT-ERREUR-FICHIER
007610         PERFORM 9000-ERREUR-FICHIER THRU 9000-EXIT
007620     END-IF.
007630     PERFORM 5180-LIRE-UN-SCEAU THRU 5180-EXIT
007640         UNTIL AP-SCE-EOF.
007650     CLOSE SCEAUX-FILE.
007660 5170-EXIT.
007670     EXIT.
007680*
007690 5180-LIRE-UN-SCEAU.
007700     READ SCEAUX-FILE
007710         AT END
007720             MOVE "Y" TO AP-SCE-EOF-SW
007730         NOT AT END
007740             IF PIE-CLOTURE AND PIE-DERNIERE-SEQ IS NUMERIC
007750                 AND PIE-DERNIER-CHAINAGE IS NUMERIC
007760                 AND PIE-DERNIERE-SEQ > AP-AUD-SEQUENCE
007770                 MOVE PIE-DERNIERE-SEQ TO AP-AUD-SEQUENCE
007780                 MOVE PIE-DERNIER-CHAINAGE TO AP-AUD-CHAINAGE
007790             END-IF
007800     END-READ.
007810 5180-EXIT.
007820     EXIT.
007830*
007840*----------------------------------------------------------------*
007850* OUVERTURE DU FICHIER MAITRE PAIRIMST EN MISE A JOUR, COMME
007860* DANS PAIR-IMPAIR : EN CAS D'ECHEC L'APPROBATION CONTINUE SANS
007870* CONTROLE DES DOUBLONS, AVEC SIGNALEMENT A LA CONSOLE.
007880*----------------------------------------------------------------*
007890 5200-OUVRIR-MAITRE.
007900     OPEN I-O PAIR-IMPAIR-MST.
007910     IF AP-MST-OK OR AP-MST-ABSENT
007920         MOVE "Y" TO AP-MST-DISPO-SW
007930     ELSE
007940         MOVE "N" TO AP-MST-DISPO-SW
007950         DISPLAY "FICHIER MAITRE INDISPONIBLE - STATUT "
007960             AP-MST-STATUT " - DOUBLONS NON CONTROLES"
007970     END-IF.
007980     OPEN I-O HISTORIQUE-PASSAGES.
007990     IF AP-HIS-OK OR AP-HIS-ABSENT
008000         MOVE "Y" TO AP-HIS-DISPO-SW
008010     ELSE
008020         MOVE "N" TO AP-HIS-DISPO-SW
008030         DISPLAY "HISTORIQUE DES PASSAGES INDISPONIBLE - STATUT "
008040             AP-HIS-STATUT " - PASSAGES NON HISTORISES"
008050     END-IF.
008060     OPEN INPUT BLOCAGES-FILE.
008070     IF AP-BLQ-OK
008080         MOVE "Y" TO AP-BLQ-DISPO-SW
008090     ELSE
008100         MOVE "N" TO AP-BLQ-DISPO-SW
008110         IF AP-BLQ-ABSENT
008120             CLOSE BLOCAGES-FILE
008130         ELSE
008140             MOVE "Y" TO AP-BLQ-AVERTIR-SW
008150             DISPLAY "LISTE DES NUMEROS BLOQUES INDISPONIBLE - "
008160                 "STATUT " AP-BLQ-STATUT " - BLOCAGES NON "
008170                 "CONTROLES"
008180         END-IF
008190     END-IF.
008200 5200-EXIT.
008210     EXIT.
008220*
008230*----------------------------------------------------------------*
008240* ATTRIBUTION DU NUMERO D'EXECUTION DEPUIS LE FICHIER DE
008250* CONTROLE PAIRIRUN, A L'IDENTIQUE DE PAIR-IMPAIR : DERNIER
008260* NUMERO LU, INCREMENTE ET REECRIT.
008270*----------------------------------------------------------------*
008280 5500-ATTRIBUER-NO-EXECUTION.
008290     MOVE 0 TO AP-NO-EXECUTION.
008300     OPEN INPUT RUN-CONTROL.
008310     IF NOT AP-RUN-OK AND NOT AP-RUN-ABSENT
008320         MOVE "RUN-CONTROL (OUVERTURE)" TO AP-MSG-ERREUR
008330         MOVE AP-RUN-STATUT TO AP-STATUT-ERREUR-FICHIER
008340         PERFORM 9000-ERREUR-FICHIER THRU 9000-EXIT
008350     END-IF.
008360     READ RUN-CONTROL
008370         AT END
008380             MOVE 0 TO AP-NO-EXECUTION
008390         NOT AT END
008400             IF RUN-DERNIER-NO IS NUMERIC
008410                 MOVE RUN-DERNIER-NO TO AP-NO-EXECUTION
008420             END-IF
008430     END-READ.
008440     CLOSE RUN-CONTROL.
008450     ADD 1 TO AP-NO-EXECUTION.
008460     OPEN OUTPUT RUN-CONTROL.
008470     IF NOT AP-RUN-OK AND NOT AP-RUN-ABSENT
008480         MOVE "RUN-CONTROL (OUVERTURE)" TO AP-MSG-ERREUR
008490         MOVE AP-RUN-STATUT TO AP-STATUT-ERREUR-FICHIER
008500         PERFORM 9000-ERREUR-FICHIER THRU 9000-EXIT
008510     END-IF.
008520     MOVE SPACES TO RUN-CONTROL-REC.
008530     MOVE AP-NO-EXECUTION TO RUN-DERNIER-NO.
008540     WRITE RUN-CONTROL-REC.
008550     IF NOT AP-RUN-OK
008560         MOVE "RUN-CONTROL (ECRITURE)" TO AP-MSG-ERREUR
008570         MOVE AP-RUN-STATUT TO AP-STATUT-ERREUR-FICHIER
008580         PERFORM 9000-ERREUR-FICHIER THRU 9000-EXIT
008590     END-IF.
008600     CLOSE RUN-CONTROL.
008610     DISPLAY "NUMERO D'EXECUTION " AP-NO-EXECUTION.
008620 5500-EXIT.
008630     EXIT.
008640*
008650 5900-FERMER-CLASSEMENT.
008660     CLOSE PAIR-IMPAIR-OUT.
008670     CLOSE PAIR-IMPAIR-REJ.
008680     CLOSE AUDIT-FILE.
008690     IF AP-MST-DISPONIBLE
008700         CLOSE PAIR-IMPAIR-MST
008710     END-IF.
008720     IF AP-HIS-DISPONIBLE
008730         CLOSE HISTORIQUE-PASSAGES
008740     END-IF.
008750     IF AP-BLQ-DISPONIBLE
008760         CLOSE BLOCAGES-FILE
008770     END-IF.
008780 5900-EXIT.
008790     EXIT.
008800*
008810*----------------------------------------------------------------*
008820* CLASSEMENT D'UNE VALEUR APPROUVEE. LA VALEUR A DEJA ETE
008830* VALIDEE PAR PAIR-IMPAIR (CARACTERES ET CLE DE CONTROLE) AVANT
008840* SA MISE EN ATTENTE : SEULE LA PARITE EST CALCULEE, PAR LE MEME
008850* CALL "PARITE", PUIS LE RESULTAT, LE MAITRE ET L'AUDIT SONT
008860* ECRITS COMME DANS RECYCLAGE. UN NUMERO BLOQUE A LA DATE DU
008870* JOUR N'EST PAS CLASSE MAIS REJETE (RAISON 6, STATUT A).
008880*----------------------------------------------------------------*
008890 6000-CLASSER-VALEUR.
008900     MOVE "N" TO AP-BLOQUE-SW.
008910     IF AP-BLQ-DISPONIBLE
008920         PERFORM 6050-CONTROLER-BLOCAGE THRU 6050-EXIT
008930     END-IF.
008940     IF AP-NUMERO-BLOQUE
008950         DISPLAY "LE NOMBRE " PIT-NOMBRE-CHAINE
008960             " EST BLOQUE - VALEUR REJETEE SANS CLASSEMENT."
008970         MOVE "6" TO AP-CODE-RAISON
008980         PERFORM 6600-ECRIRE-REJET THRU 6600-EXIT
008990         GO TO 6000-EXIT
009000     END-IF.
009010     MOVE "O" TO VALIDE.
009020     MOVE PIT-NOMBRE-CHAINE TO NOMBRE-CHAINE.
009030     MOVE FUNCTION INTEGER-PART(PIT-VALEUR) TO NOMBRE.
009040     CALL "PARITE" USING NOMBRE, RESTE, VALIDE.
009050     PERFORM 6500-ECRIRE-RESULTAT THRU 6500-EXIT.
009060     PERFORM 6700-ECRIRE-AUDIT THRU 6700-EXIT.
009070 6000-EXIT.
009080     EXIT.
009090*
009100*----------------------------------------------------------------*
009110* CONTROLE DE LA LISTE DES NUMEROS BLOQUES, A L'IDENTIQUE DU
009120* PARAGRAPHE 6050 DE RECYCLAGE (BLOCAGE ACTIF DONT LA PERIODE
009130* COUVRE LA DATE DU JOUR).
009140*----------------------------------------------------------------*
009150 6050-CONTROLER-BLOCAGE.
009160     MOVE FUNCTION INTEGER-PART(PIT-VALEUR) TO NOMBRE.
009170     MOVE NOMBRE TO PIB-NOMBRE.
009180     READ BLOCAGES-FILE
009190         INVALID KEY
009200             GO TO 6050-EXIT
009210     END-READ.
009220     IF NOT AP-BLQ-OK
009230         MOVE "BLOCAGES-FILE (LECTURE)" TO AP-MSG-ERREUR
009240         MOVE AP-BLQ-STATUT TO AP-STATUT-ERREUR-FICHIER
009250         PERFORM 9000-ERREUR-FICHIER THRU 9000-EXIT
009260     END-IF.
009270     IF PIB-ACTIF
009280         AND PIB-DATE-DEBUT <= AP-DATE-JOUR
009290         AND (PIB-DATE-FIN = 0 OR PIB-DATE-FIN >= AP-DATE-JOUR)
009300         MOVE "Y" TO AP-BLOQUE-SW
009310     END-IF.
009320 6050-EXIT.
009330     EXIT.
009340*
009350 6500-ECRIRE-RESULTAT.
009360     PERFORM 6550-METTRE-A-JOUR-MAITRE THRU 6550-EXIT.
009370     MOVE SPACES              TO PAIR-IMPAIR-REC
009380     MOVE NOMBRE              TO PIR-NOMBRE
009390     MOVE RESTE               TO PIR-RESTE
009400     MOVE VALIDE              TO PIR-VALIDE
009410     MOVE AP-DATE-JOUR        TO PIR-DATE-TRAITEMENT
009420     MOVE AP-CODE-DOUBLON     TO PIR-CODE-DOUBLON
009430     MOVE AP-NO-EXECUTION     TO PIR-NO-EXECUTION
009440     MOVE PIT-SOURCE          TO PIR-SOURCE
009450     MOVE PIT-VALEUR          TO PIR-VALEUR
009460     WRITE PAIR-IMPAIR-REC.
009470     IF NOT AP-OUT-OK
009480         MOVE "PAIR-IMPAIR-OUT (ECRITURE)" TO AP-MSG-ERREUR
009490         MOVE AP-OUT-STATUT TO AP-STATUT-ERREUR-FICHIER
009500         PERFORM 9000-ERREUR-FICHIER THRU 9000-EXIT
009510     END-IF.
009520     PERFORM 6560-ECRIRE-HISTORIQUE THRU 6560-EXIT.
009530 6500-EXIT.
009540     EXIT.
009550*
009560*----------------------------------------------------------------*
009570* MISE A JOUR DU FICHIER MAITRE PAIRIMST, A L'IDENTIQUE DU
009580* PARAGRAPHE 6550 DE PAIR-IMPAIR : CREATION AU PREMIER PASSAGE
009590* DU NOMBRE, DOUBLON MARQUE ET COMPTE DE PASSAGES AU SUIVANT.
009600*----------------------------------------------------------------*
009610 6550-METTRE-A-JOUR-MAITRE.
009620     MOVE SPACE TO AP-CODE-DOUBLON.
009630     IF NOT AP-MST-DISPONIBLE
009640         GO TO 6550-EXIT
009650     END-IF.
009660     MOVE NOMBRE TO PIM-NOMBRE.
009670     READ PAIR-IMPAIR-MST
009680         INVALID KEY
009690             MOVE NOMBRE          TO PIM-NOMBRE
009700             MOVE RESTE           TO PIM-RESTE
009710             MOVE VALIDE          TO PIM-VALIDE
009720             MOVE AP-DATE-JOUR    TO PIM-DATE-PREMIERE
009730             MOVE AP-DATE-JOUR    TO PIM-DATE-DERNIERE
009740             MOVE 1               TO PIM-NB-PASSAGES
009750             MOVE AP-NO-EXECUTION TO PIM-NO-EXEC-PREMIER
009760             MOVE AP-NO-EXECUTION TO PIM-NO-EXEC-DERNIER
009770             MOVE PIT-SOURCE      TO PIM-SOURCE
009780             MOVE PIT-VALEUR      TO PIM-VALEUR
009790             WRITE PAIR-IMPAIR-MST-REC
009800             IF NOT AP-MST-OK
009810                 MOVE "PAIR-IMPAIR-MST (ECRITURE)"
009820                     TO AP-MSG-ERREUR
009830                 MOVE AP-MST-STATUT
009840                     TO AP-STATUT-ERREUR-FICHIER
009850                 PERFORM 9000-ERREUR-FICHIER THRU 9000-EXIT
009860             END-IF
009870         NOT INVALID KEY
009880             MOVE "D" TO AP-CODE-DOUBLON
009890             ADD 1 TO PIM-NB-PASSAGES
009900             MOVE RESTE           TO PIM-RESTE
009910             MOVE VALIDE          TO PIM-VALIDE
009920             MOVE AP-DATE-JOUR    TO PIM-DATE-DERNIERE
009930             MOVE AP-NO-EXECUTION TO PIM-NO-EXEC-DERNIER
009940             MOVE PIT-SOURCE      TO PIM-SOURCE
009950             MOVE PIT-VALEUR      TO PIM-VALEUR
009960             REWRITE PAIR-IMPAIR-MST-REC
009970             IF NOT AP-MST-OK
009980                 MOVE "PAIR-IMPAIR-MST (REECRITURE)"
009990                     TO AP-MSG-ERREUR
010000                 MOVE AP-MST-STATUT
010010                     TO AP-STATUT-ERREUR-FICHIER
010020                 PERFORM 9000-ERREUR-FICHIER THRU 9000-EXIT
010030             END-IF
010040     END-READ.
010050 6550-EXIT.
010060     EXIT.
010070*
010080*----------------------------------------------------------------*
010090* ECRITURE DU PASSAGE DANS L'HISTORIQUE PAIRIHIS, A L'IDENTIQUE
010100* DU PARAGRAPHE 6560 DE PAIR-IMPAIR (RANG SUIVANT SI LE NOMBRE
010110* EST DEJA PASSE DANS LA MEME EXECUTION).
010120*----------------------------------------------------------------*
010130 6560-ECRIRE-HISTORIQUE.
010140     IF NOT AP-HIS-DISPONIBLE
010150         GO TO 6560-EXIT
010160     END-IF.
010170     MOVE SPACES              TO PAIR-IMPAIR-HIS-REC.
010180     MOVE NOMBRE              TO PIH-NOMBRE.
010190     MOVE AP-NO-EXECUTION     TO PIH-NO-EXECUTION.
010200     MOVE 0                   TO PIH-NO-RANG.
010210     MOVE AP-DATE-JOUR        TO PIH-DATE.
010220     MOVE PIT-SOURCE          TO PIH-SOURCE.
010230     MOVE PIT-VALEUR          TO PIH-VALEUR.
010240     MOVE "APPROBATION"       TO PIH-PROGRAMME.
010250     MOVE "N" TO AP-HIS-ECRIT-SW.
010260     PERFORM 6570-ECRIRE-UN-RANG THRU 6570-EXIT
010270         UNTIL AP-HIS-ECRIT.
010280 6560-EXIT.
010290     EXIT.
010300*
010310 6570-ECRIRE-UN-RANG.
010320     IF PIH-NO-RANG = 999
010330         MOVE "HISTORIQUE-PASSAGES (RANG)" TO AP-MSG-ERREUR
010340         MOVE AP-HIS-STATUT TO AP-STATUT-ERREUR-FICHIER
010350         PERFORM 9000-ERREUR-FICHIER THRU 9000-EXIT
010360     END-IF.
010370     ADD 1 TO PIH-NO-RANG.
010380     WRITE PAIR-IMPAIR-HIS-REC.
010390     IF AP-HIS-OK
010400         MOVE "Y" TO AP-HIS-ECRIT-SW
010410     ELSE
010420         IF NOT AP-HIS-DOUBLE
010430             MOVE "HISTORIQUE-PASSAGES (ECRITURE)"
010440                 TO AP-MSG-ERREUR
010450             MOVE AP-HIS-STATUT TO AP-STATUT-ERREUR-FICHIER
010460             PERFORM 9000-ERREUR-FICHIER THRU 9000-EXIT
010470         END-IF
010480     END-IF.
010490 6570-EXIT.
010500     EXIT.
010510*
010520*----------------------------------------------------------------*
010530* VALEUR REFUSEE : ECRITURE DANS PAIR-IMPAIR-REJ AVEC LA RAISON
010540* 7 (REFUS A L'APPROBATION) OU 6 (NUMERO BLOQUE) ET LE STATUT A,
010550* POUR QUE RECYCLAGE NE PUISSE PAS LA RECLASSER SANS NOUVELLE
010560* APPROBATION, PUIS TRACE D'AUDIT DU REJET.
010570*----------------------------------------------------------------*
010580 6600-ECRIRE-REJET.
010590     MOVE "N" TO VALIDE.
010600     MOVE 0 TO RESTE.
010610     MOVE PIT-NOMBRE-CHAINE TO NOMBRE-CHAINE.
010620     MOVE SPACES               TO PAIR-IMPAIR-REJ-REC
010630     MOVE PIT-NOMBRE-CHAINE    TO PIJ-NOMBRE-CHAINE
010640     MOVE AP-CODE-RAISON       TO PIJ-CODE-RAISON
010650     MOVE AP-DATE-JOUR         TO PIJ-DATE-TRAITEMENT
010660     MOVE "A"                  TO PIJ-STATUT-RECYCLAGE
010670     MOVE AP-NO-EXECUTION      TO PIJ-NO-EXECUTION
010680     MOVE PIT-SOURCE           TO PIJ-SOURCE
010690     WRITE PAIR-IMPAIR-REJ-REC.
010700     IF NOT AP-REJ-OK
010710         MOVE "PAIR-IMPAIR-REJ (ECRITURE)" TO AP-MSG-ERREUR
010720         MOVE AP-REJ-STATUT TO AP-STATUT-ERREUR-FICHIER
010730         PERFORM 9000-ERREUR-FICHIER THRU 9000-EXIT
010740     END-IF.
010750     PERFORM 6700-ECRIRE-AUDIT THRU 6700-EXIT.
010760 6600-EXIT.
010770     EXIT.
010780*
010790 6700-ECRIRE-AUDIT.
010800     ACCEPT AP-HEURE FROM TIME.
010810     MOVE SPACES               TO PAIR-IMPAIR-AUD-REC
010820     MOVE AP-DATE-JOUR         TO PIA-DATE
010830     MOVE AP-HEURE             TO PIA-HEURE
010840     MOVE NOMBRE-CHAINE        TO PIA-NOMBRE-CHAINE
010850     MOVE VALIDE               TO PIA-VALIDE
010860     MOVE RESTE                TO PIA-RESTE
010870     MOVE AP-NO-EXECUTION      TO PIA-NO-EXECUTION
010880     ADD 1 TO AP-AUD-SEQUENCE.
010890     MOVE AP-AUD-SEQUENCE TO PIA-NO-SEQUENCE.
010900     CALL "CHAINAGE" USING PIA-DONNEES, PIA-NO-SEQUENCE,
010910         AP-AUD-CHAINAGE, PIA-CHAINAGE.
010920     WRITE PAIR-IMPAIR-AUD-REC.
010930     IF NOT AP-AUD-OK
010940         MOVE "AUDIT-FILE (ECRITURE)" TO AP-MSG-ERREUR
010950         MOVE AP-AUD-STATUT TO AP-STATUT-ERREUR-FICHIER
010960         PERFORM 9000-ERREUR-FICHIER THRU 9000-EXIT
010970     END-IF.
010980     MOVE PIA-CHAINAGE TO AP-AUD-CHAINAGE.
010990 6700-EXIT.
011000     EXIT.
011010*
011020*----------------------------------------------------------------*
011030* ETAT DES VALEURS RETENUES : UNE LIGNE PAR VALEUR OUVERTE, LES
011040* COMPTES PAR STATUT PUIS, EN MODE VISER OU CONFIRMER, LE
011050* RESUME DE L'ACTION EFFECTUEE.
011060*----------------------------------------------------------------*
011070 8000-IMPRIMER-ETAT.
011080     OPEN OUTPUT APPROBATION-RPT.
011090     IF NOT AP-RPT-OK
011100         MOVE "APPROBATION-RPT (OUVERTURE)" TO AP-MSG-ERREUR
011110         MOVE AP-RPT-STATUT TO AP-STATUT-ERREUR-FICHIER
011120         PERFORM 9000-ERREUR-FICHIER THRU 9000-EXIT
011130     END-IF.
011140     MOVE "ETAT DES VALEURS RETENUES - PAIR-IMPAIR"
011150         TO AP-RPT-LIGNE.
011160     WRITE AP-RPT-LIGNE.
011170     IF AP-NB-OUVERTES = 0
011180         MOVE "AUCUNE VALEUR EN ATTENTE D'APPROBATION"
011190             TO AP-RPT-LIGNE
011200         WRITE AP-RPT-LIGNE
011210     ELSE
011220         PERFORM 8100-IMPRIMER-UNE-RETENUE THRU 8100-EXIT
011230             VARYING AP-IDX FROM 1 BY 1
011240             UNTIL AP-IDX > AP-NB-OUVERTES
011250     END-IF.
011260     MOVE SPACES TO AP-RPT-LIGNE.
011270     WRITE AP-RPT-LIGNE.
011280     MOVE AP-NB-LUS TO AP-RPT-ZONE-EDIT.
011290     MOVE SPACES TO AP-RPT-LIGNE.
011300     STRING "VALEURS RETENUES LUES    : " DELIMITED BY SIZE
011310         AP-RPT-ZONE-EDIT DELIMITED BY SIZE
011320         INTO AP-RPT-LIGNE.
011330     WRITE AP-RPT-LIGNE.
011340     MOVE AP-NB-EN-ATTENTE TO AP-RPT-ZONE-EDIT.
011350     MOVE SPACES TO AP-RPT-LIGNE.
011360     STRING "EN ATTENTE DE VISA       : " DELIMITED BY SIZE
011370         AP-RPT-ZONE-EDIT DELIMITED BY SIZE
011380         INTO AP-RPT-LIGNE.
011390     WRITE AP-RPT-LIGNE.
011400     MOVE AP-NB-VISEES TO AP-RPT-ZONE-EDIT.
011410     MOVE SPACES TO AP-RPT-LIGNE.
011420     STRING "VISEES, A CONFIRMER      : " DELIMITED BY SIZE
011430         AP-RPT-ZONE-EDIT DELIMITED BY SIZE
011440         INTO AP-RPT-LIGNE.
011450     WRITE AP-RPT-LIGNE.
011460     MOVE AP-NB-APPROUVEES TO AP-RPT-ZONE-EDIT.
011470     MOVE SPACES TO AP-RPT-LIGNE.
011480     STRING "APPROUVEES               : " DELIMITED BY SIZE
011490         AP-RPT-ZONE-EDIT DELIMITED BY SIZE
011500         INTO AP-RPT-LIGNE.
011510     WRITE AP-RPT-LIGNE.
011520     MOVE AP-NB-REFUSEES TO AP-RPT-ZONE-EDIT.
011530     MOVE SPACES TO AP-RPT-LIGNE.
011540     STRING "REFUSEES                 : " DELIMITED BY SIZE
011550         AP-RPT-ZONE-EDIT DELIMITED BY SIZE
011560         INTO AP-RPT-LIGNE.
011570     WRITE AP-RPT-LIGNE.
011580     MOVE AP-TOT-VAL-OUVERTES TO AP-RPT-EDIT-VALEUR.
011590     MOVE SPACES TO AP-RPT-LIGNE.
011600     STRING "TOTAL VALEURS OUVERTES   : " DELIMITED BY SIZE
011610         AP-RPT-EDIT-VALEUR DELIMITED BY SIZE
011620         INTO AP-RPT-LIGNE.
011630     WRITE AP-RPT-LIGNE.
011640     IF AP-MODE-VISER OR AP-MODE-CONFIRMER
011650         PERFORM 8200-IMPRIMER-ACTION THRU 8200-EXIT
011660     END-IF.
011670     CLOSE APPROBATION-RPT.
011680 8000-EXIT.
011690     EXIT.
011700*
011710 8100-IMPRIMER-UNE-RETENUE.
011720     EVALUATE TRUE
011730         WHEN AP-TRT-STATUT(AP-IDX) = SPACE
011740             MOVE "EN ATTENTE" TO AP-LIB-STATUT-RET
011750         WHEN AP-TRT-STATUT(AP-IDX) = "V"
011760           AND AP-TRT-DECISION(AP-IDX) = "A"
011770             MOVE "VISEE APPROUVER" TO AP-LIB-STATUT-RET
011780         WHEN AP-TRT-STATUT(AP-IDX) = "V"
011790             MOVE "VISEE REFUSER" TO AP-LIB-STATUT-RET
011800         WHEN AP-TRT-STATUT(AP-IDX) = "A"
011810             MOVE "APPROUVEE" TO AP-LIB-STATUT-RET
011820         WHEN AP-TRT-STATUT(AP-IDX) = "R"
011830             MOVE "REFUSEE" TO AP-LIB-STATUT-RET
011840         WHEN OTHER
011850             MOVE "INCONNU" TO AP-LIB-STATUT-RET
011860     END-EVALUATE.
011870     MOVE AP-TRT-EXECUTION(AP-IDX) TO AP-EDIT-EXEC.
011880     MOVE AP-TRT-SEQUENCE(AP-IDX) TO AP-EDIT-SEQ.
011890     MOVE AP-TRT-VALEUR(AP-IDX) TO AP-RPT-EDIT-VALEUR.
011900     MOVE SPACES TO AP-RPT-LIGNE.
011910     STRING "EXECUTION " DELIMITED BY SIZE
011920         AP-EDIT-EXEC DELIMITED BY SIZE
011930         " SEQUENCE " DELIMITED BY SIZE
011940         AP-EDIT-SEQ DELIMITED BY SIZE
011950         " SOURCE " DELIMITED BY SIZE
011960         AP-TRT-SOURCE(AP-IDX) DELIMITED BY SIZE
011970         " DU " DELIMITED BY SIZE
011980         AP-TRT-DATE(AP-IDX) DELIMITED BY SIZE
011990         " NOMBRE " DELIMITED BY SIZE
012000         AP-TRT-NOMBRE(AP-IDX) DELIMITED BY SIZE
012010         " VALEUR " DELIMITED BY SIZE
012020         AP-RPT-EDIT-VALEUR DELIMITED BY SIZE
012030         " " DELIMITED BY SIZE
012040         AP-LIB-STATUT-RET DELIMITED BY SIZE
012050         " " DELIMITED BY SIZE
012060         AP-TRT-OPERATEUR(AP-IDX) DELIMITED BY SIZE
012070         INTO AP-RPT-LIGNE.
012080     WRITE AP-RPT-LIGNE.
012090 8100-EXIT.
012100     EXIT.
012110*
012120 8200-IMPRIMER-ACTION.
012130     MOVE SPACES TO AP-RPT-LIGNE.
012140     WRITE AP-RPT-LIGNE.
012150     MOVE AP-CHOIX-EXECUTION TO AP-EDIT-EXEC.
012160     MOVE AP-CHOIX-SEQUENCE TO AP-EDIT-SEQ.
012170     MOVE SPACES TO AP-RPT-LIGNE.
012180     STRING "VALEUR DEMANDEE          : EXECUTION "
012190         DELIMITED BY SIZE
012200         AP-EDIT-EXEC DELIMITED BY SIZE
012210         " SEQUENCE " DELIMITED BY SIZE
012220         AP-EDIT-SEQ DELIMITED BY SIZE
012230         " OPERATEUR " DELIMITED BY SIZE
012240         AP-OPERATEUR DELIMITED BY SIZE
012250         INTO AP-RPT-LIGNE.
012260     WRITE AP-RPT-LIGNE.
012270     MOVE SPACES TO AP-RPT-LIGNE.
012280     STRING "ACTION                   : " DELIMITED BY SIZE
012290         AP-LIB-ACTION DELIMITED BY SIZE
012300         INTO AP-RPT-LIGNE.
012310     WRITE AP-RPT-LIGNE.
012320     IF AP-NO-EXECUTION > 0
012330         MOVE AP-NO-EXECUTION TO AP-EDIT-EXEC
012340         MOVE SPACES TO AP-RPT-LIGNE
012350         STRING "NUMERO D'EXECUTION       : " DELIMITED BY SIZE
012360             AP-EDIT-EXEC DELIMITED BY SIZE
012370             INTO AP-RPT-LIGNE
012380         WRITE AP-RPT-LIGNE
012390     END-IF.
012400     IF AP-BLQ-AVERTIR
012410         MOVE "LISTE NUMEROS BLOQUES INDISPONIBLE - NON CONTROLES"
012420             TO AP-RPT-LIGNE
012430         WRITE AP-RPT-LIGNE
012440     END-IF.
012450     IF AP-LIB-ACTION(1:7) NOT = "DEMANDE"
012460         MOVE "NOUVELLE GENERATION ECRITE SUR PAIRIRTN"
012470             TO AP-RPT-LIGNE
012480         WRITE AP-RPT-LIGNE
012490     END-IF.
012500 8200-EXIT.
012510     EXIT.
012520*
012530*----------------------------------------------------------------*
012540* ARRET ANORMAL SUR ERREUR D'OUVERTURE OU D'ECRITURE D'UN
012550* FICHIER, A L'IDENTIQUE DE PAIR-IMPAIR.
012560*----------------------------------------------------------------*
012570 9000-ERREUR-FICHIER.
012580     DISPLAY "ERREUR E/S - " AP-MSG-ERREUR
012590         " - STATUT " AP-STATUT-ERREUR-FICHIER.
012600     MOVE 16 TO RETURN-CODE.
012610     STOP RUN.
012620 9000-EXIT.
012630     EXIT.
