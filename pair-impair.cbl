002080*                 NOMBRE ET LE MEME HASH, ET SON RETRAITEMENT
002090*                 ENTREE=QUARLIBE ETAIT REFUSE (CODE 12) DES LE
002100*                 PREMIER PASSAGE.
002110* 15/10/2026 JM   LE SERVICE EMETTEUR DE CHAQUE ENTETE "HDR" EST
002120*                 DESORMAIS CONTROLE A L'OUVERTURE DU LOT CONTRE
002130*                 LE REFERENTIEL INDEXE PAIRISRV (COPY PAIRISRV,
002140*                 TENU PAR LE PROGRAMME SERVICES) : UN LOT D'UN
002150*                 SERVICE INCONNU OU FERME EST MIS EN QUARANTAINE
002160*                 EN BLOC SOUS LE MOTIF "SERVICE INCONNU" OU
002170*                 "SERVICE FERME". SI LE REFERENTIEL EST
002180*                 INDISPONIBLE, LE CONTROLE EST OMIS ET LE
002190*                 RAPPORT LE SIGNALE. LE RAPPORT DE CONTROLE
002200*                 IMPRIME LE NOM DU SERVICE SOUS SON CODE.
002210* 15/10/2026 JM   RETENUE DES VALEURS IMPORTANTES POUR
002220*                 APPROBATION : UNE VALEUR VALIDE DONT LA VALEUR
002230*                 ABSOLUE DEPASSE LE SEUIL DE SON SERVICE
002240*                 (FICHIER DE PARAMETRES PAIRISEU : SEUIL= POUR
002250*                 LE SEUIL GENERAL, SEUIL-XXXX= POUR LE SEUIL
002260*                 PROPRE AU SERVICE XXXX) N'EST PLUS CLASSEE
002270*                 NI PORTEE AU MAITRE : ELLE EST ECRITE DANS LE
002280*                 FICHIER DES VALEURS RETENUES PAIRIRET (COPY
002290*                 PAIRIRET) AVEC UNE TRACE D'AUDIT "T", EN
002300*                 ATTENTE DU VISA ET DE LA CONFIRMATION DE DEUX
002310*                 OPERATEURS DISTINCTS PAR LE NOUVEAU PROGRAMME
002320*                 APPROBATION. SANS PAIRISEU, AUCUNE VALEUR N'EST
002330*                 RETENUE. LE RAPPORT DE CONTROLE, LE POINT DE
002340*                 CONTROLE ET L'HISTORIQUE PAIRISTA
002350*                 (PIS-NB-RETENUS) COMPTENT LES VALEURS RETENUES
002360*                 POUR QUE LUS = VALIDES + REJETES + RETENUS.
002370* 15/10/2026 JM   CHAQUE PASSAGE CLASSE EST DESORMAIS AUSSI
002380*                 ECRIT DANS L'HISTORIQUE INDEXE DES PASSAGES
002390*                 PAIRIHIS (COPY PAIRIHIS : NOMBRE, EXECUTION,
002400*                 RANG, DATE, SERVICE, VALEUR COMPLETE ET
002410*                 PROGRAMME), OUVERT ET FERME AVEC LE MAITRE.
002420*                 INDISPONIBLE, L'HISTORIQUE N'EST PAS TENU ET
002430*                 LE RAPPORT LE SIGNALE (MAINTENANCE LE
002440*                 RECONSTRUIT DEPUIS PAIR-IMPAIR-OUT).
002450* 15/10/2026 JM   MODE MANIFESTE : LE PARAMETRE MANIFESTE= DE
002460*                 PAIRIPRM (EXCLUSIF DE ENTREE=, MODE=2 SEULEMENT)
002470*                 DESIGNE UNE LISTE DE FICHIERS D'ENTREE (UN NOM
002480*                 PAR LIGNE, 20 AU MAXIMUM) TRAITES L'UN APRES
002490*                 L'AUTRE SOUS UN SEUL NUMERO D'EXECUTION, UN SEUL
002500*                 RAPPORT ET UNE SEULE LIGNE PAIRISTA. CHAQUE
002510*                 FICHIER PASSE LE CONTROLE DU CATALOGUE ET Y EST
002520*                 INSCRIT ; UN FICHIER DEJA TRAITE EST IGNORE ET
002530*                 SIGNALE SANS ARRETER LES SUIVANTS (CODE RETOUR
002540*                 8, OU 12 SI TOUS SONT REFUSES). LE POINT DE
002550*                 CONTROLE PORTE LE RANG DU FICHIER EN COURS ET
002560*                 LES COMPTES DES FICHIERS DEJA TRAITES, POUR
002570*                 REPRENDRE AU BON FICHIER ET A LA BONNE LIGNE.
002580*                 LE RAPPORT DE CONTROLE DETAILLE CHAQUE FICHIER
002590*                 (AVEC SES LOTS) AVANT LE TOTAL GENERAL. LA
002600*                 TABLE DES LOTS PASSE A 200 LOTS PAR EXECUTION.
002610* 15/10/2026 JM   PISTE D'AUDIT CHAINEE : CHAQUE TRACE RECOIT LE
002620*                 NUMERO DE SEQUENCE SUIVANT CELUI DE LA DERNIERE
002630*                 TRACE DE PAIRIAUD (PIA-NO-SEQUENCE) ET SA
002640*                 VALEUR DE CONTROLE CHAINEE (PIA-CHAINAGE,
002650*                 CALL "CHAINAGE"). LA FIN DE LA PISTE EST RELUE
002660*                 AVANT SON OUVERTURE EN AJOUT (1750).
002670* 15/10/2026 JM   LISTE DES NUMEROS BLOQUES PAIRIBLQ (COPY
002680*                 PAIRIBLQ, TENUE PAR BLOCAGE) : APRES LE
002690*                 CONTROLE DE LA CLE, UN NOMBRE DONT LE BLOCAGE
002700*                 EST EN VIGUEUR A LA DATE DU TRAITEMENT EST
002710*                 REJETE AVEC LA NOUVELLE RAISON 6 (6650). LE
002720*                 COMPTEUR DE REJETS PAR RAISON ET LE POINT DE
002730*                 CONTROLE PASSENT A 6 POSTES ; PAIRISTA RECOIT
002740*                 LE SIXIEME EN FIN D'ENREGISTREMENT
002750*                 (PIS-NB-REJ-RAISON-6). LE RAPPORT DE CONTROLE
002760*                 DONNE LES REJETS RAISON 6. LISTE ABSENTE OU EN
002770*                 ERREUR : CONTROLE OMIS ET SIGNALE, COMME POUR
002780*                 LE REFERENTIEL DES SERVICES.
002790* 15/10/2026 JM   CLOTURE MENSUELLE : UNE PISTE D'AUDIT VIDE OU
002800*                 SANS TRACE CHAINEE REPART DU DERNIER SCEAU DE
002810*                 CLOTURE DE PAIRISCE (SEQUENCE ET VALEUR DE LA
002820*                 DERNIERE TRACE ARCHIVEE), LU EN 1770.
002830*----------------------------------------------------------------*
002840*
002850 ENVIRONMENT DIVISION.
002860 INPUT-OUTPUT SECTION.
002870 FILE-CONTROL.
002880     SELECT OPTIONAL NUMBERS-IN
002890         ASSIGN TO DYNAMIC PI-FIC-ENTREE
002900         ORGANIZATION IS LINE SEQUENTIAL
002910         FILE STATUS IS PI-NUMBERS-IN-STATUT.
002920     SELECT OPTIONAL PAIR-IMPAIR-OUT
002930         ASSIGN TO DYNAMIC PI-FIC-SORTIE
002940         ORGANIZATION IS LINE SEQUENTIAL
002950         FILE STATUS IS PI-OUT-STATUT.
002960     SELECT PAIR-IMPAIR-RPT
002970         ASSIGN TO "PAIRIRPT"
002980         ORGANIZATION IS LINE SEQUENTIAL
002990         FILE STATUS IS PI-RPT-STATUT.
003000     SELECT OPTIONAL PAIR-IMPAIR-REJ
003010         ASSIGN TO DYNAMIC PI-FIC-REJETS
003020         ORGANIZATION IS LINE SEQUENTIAL
003030         FILE STATUS IS PI-REJ-STATUT.
003040     SELECT OPTIONAL CHECKPOINT-FILE
003050         ASSIGN TO "PAIRICKP"
003060         ORGANIZATION IS LINE SEQUENTIAL
003070         FILE STATUS IS PI-CKP-STATUT.
003080     SELECT OPTIONAL AUDIT-FILE
003090         ASSIGN TO "PAIRIAUD"
003100         ORGANIZATION IS LINE SEQUENTIAL
003110         FILE STATUS IS PI-AUD-STATUT.
003120     SELECT OPTIONAL SCEAUX-FILE
003130         ASSIGN TO "PAIRISCE"
003140         ORGANIZATION IS LINE SEQUENTIAL
003150         FILE STATUS IS PI-SCE-STATUT.
003160     SELECT OPTIONAL PAIR-IMPAIR-MST
003170         ASSIGN TO "PAIRIMST"
003180         ORGANIZATION IS INDEXED
003190         ACCESS MODE IS RANDOM
003200         RECORD KEY IS PIM-NOMBRE
003210         FILE STATUS IS PI-MST-STATUT.
003220     SELECT OPTIONAL HISTORIQUE-PASSAGES
003230         ASSIGN TO "PAIRIHIS"
003240         ORGANIZATION IS INDEXED
003250         ACCESS MODE IS RANDOM
003260         RECORD KEY IS PIH-CLE
003270         FILE STATUS IS PI-HIS-STATUT.
003280     SELECT OPTIONAL RUN-CONTROL
003290         ASSIGN TO "PAIRIRUN"
003300         ORGANIZATION IS LINE SEQUENTIAL
003310         FILE STATUS IS PI-RUN-STATUT.
003320     SELECT OPTIONAL PARAMETRES-IN
003330         ASSIGN TO "PAIRIPRM"
003340         ORGANIZATION IS LINE SEQUENTIAL
003350         FILE STATUS IS PI-PRM-STATUT.
003360     SELECT OPTIONAL STATISTIQUES
003370         ASSIGN TO "PAIRISTA"
003380         ORGANIZATION IS LINE SEQUENTIAL
003390         FILE STATUS IS PI-STA-STATUT.
003400     SELECT OPTIONAL QUARANTAINE-FILE
003410         ASSIGN TO "PAIRIQUA"
003420         ORGANIZATION IS LINE SEQUENTIAL
003430         FILE STATUS IS PI-QUA-STATUT.
003440     SELECT OPTIONAL CATALOGUE-FILE
003450         ASSIGN TO "PAIRICAT"
003460         ORGANIZATION IS LINE SEQUENTIAL
003470         FILE STATUS IS PI-CAT-STATUT.
003480     SELECT OPTIONAL SERVICES-FILE
003490         ASSIGN TO "PAIRISRV"
003500         ORGANIZATION IS INDEXED
003510         ACCESS MODE IS RANDOM
003520         RECORD KEY IS PIV-CODE
003530         FILE STATUS IS PI-SRV-STATUT.
003540     SELECT OPTIONAL BLOCAGES-FILE
003550         ASSIGN TO "PAIRIBLQ"
003560         ORGANIZATION IS INDEXED
003570         ACCESS MODE IS RANDOM
003580         RECORD KEY IS PIB-NOMBRE
003590         FILE STATUS IS PI-BLQ-STATUT.
003600     SELECT OPTIONAL RETENUES-FILE
003610         ASSIGN TO "PAIRIRET"
003620         ORGANIZATION IS LINE SEQUENTIAL
003630         FILE STATUS IS PI-RET-STATUT.
003640     SELECT OPTIONAL SEUILS-IN
003650         ASSIGN TO "PAIRISEU"
003660         ORGANIZATION IS LINE SEQUENTIAL
003670         FILE STATUS IS PI-SEU-STATUT.
003680     SELECT OPTIONAL MANIFESTE-IN
003690         ASSIGN TO DYNAMIC PI-FIC-MANIFESTE
003700         ORGANIZATION IS LINE SEQUENTIAL
003710         FILE STATUS IS PI-MNF-STATUT.
003720*
003730 DATA DIVISION.
003740 FILE SECTION.
003750 FD  NUMBERS-IN
003760     LABEL RECORDS ARE STANDARD.
003770 01  NUMBERS-IN-REC          PIC X(255).
003780*
003790 FD  PAIR-IMPAIR-OUT
003800     LABEL RECORDS ARE STANDARD.
003810     COPY PAIRIREC.
003820*
003830 FD  PAIR-IMPAIR-REJ
003840     LABEL RECORDS ARE STANDARD.
003850     COPY PAIRIREJ.
003860*
003870 FD  CHECKPOINT-FILE
003880     LABEL RECORDS ARE STANDARD.
003890 01  PI-CKP-REC.
003900     05  CKP-NB-LUS              PIC 9(09).
003910     05  CKP-NB-VALIDES          PIC 9(09).
003920     05  CKP-NB-REJETES          PIC 9(09).
003930     05  CKP-NB-PAIRS            PIC 9(09).
003940     05  CKP-NB-IMPAIRS          PIC 9(09).
003950     05  CKP-NO-EXECUTION        PIC 9(05).
003960     05  CKP-TOT-VALEUR          PIC S9(13)V9(04)
003970         SIGN IS LEADING SEPARATE CHARACTER.
003980     05  CKP-TOT-VAL-PAIRS       PIC S9(13)V9(04)
003990         SIGN IS LEADING SEPARATE CHARACTER.
004000     05  CKP-TOT-VAL-IMPAIRS     PIC S9(13)V9(04)
004010         SIGN IS LEADING SEPARATE CHARACTER.
004020     05  CKP-TOT-HASH            PIC 9(13).
004030     05  CKP-NB-REJ-RAISON       PIC 9(07) OCCURS 6 TIMES.
004040     05  CKP-NB-DOUBLONS         PIC 9(05).
004050     05  CKP-NB-QUARANTAINE      PIC 9(09).
004060     05  CKP-NB-QUA-ECRITS       PIC 9(09).
004070     05  CKP-NB-SOURCES          PIC 9(02).
004080     05  CKP-TABLE-SOURCES.
004090         10  CKP-SRC-ENTREE OCCURS 20 TIMES.
004100             15  CKP-SRC-CODE        PIC X(04).
004110             15  CKP-SRC-NB-VALIDES  PIC 9(09).
004120             15  CKP-SRC-NB-REJETES  PIC 9(09).
004130             15  CKP-SRC-NB-PAIRS    PIC 9(09).
004140             15  CKP-SRC-NB-IMPAIRS  PIC 9(09).
004150             15  CKP-SRC-TOT-VALEUR  PIC S9(13)V9(04)
004160                 SIGN IS LEADING SEPARATE CHARACTER.
004170     05  CKP-NB-RETENUS          PIC 9(09).
004180     05  CKP-TOT-VAL-RETENUES    PIC S9(13)V9(04)
004190         SIGN IS LEADING SEPARATE CHARACTER.
004200     05  CKP-TABLE-RETENUS.
004210         10  CKP-SRC-NB-RETENUS  PIC 9(09) OCCURS 20 TIMES.
004220     05  CKP-MAN-RANG            PIC 9(02).
004230     05  CKP-MAN-NB              PIC 9(02).
004240     05  CKP-MAN-DEB-LUS         PIC 9(09).
004250     05  CKP-MAN-DEB-VALIDES     PIC 9(09).
004260     05  CKP-MAN-DEB-REJETES     PIC 9(09).
004270     05  CKP-MAN-DEB-RETENUS     PIC 9(09).
004280     05  CKP-MAN-DEB-QUARANT     PIC 9(09).
004290     05  CKP-MAN-DEB-CONTROLE    PIC 9(09).
004300     05  CKP-MAN-DEB-QUA-ECRITS  PIC 9(09).
004310     05  CKP-MAN-DEB-NB-LOTS     PIC 9(03).
004320     05  CKP-MAN-DEB-TOT-VALEUR  PIC S9(13)V9(04)
004330         SIGN IS LEADING SEPARATE CHARACTER.
004340     05  CKP-TABLE-MANIFESTE.
004350         10  CKP-MAN-FICHIER OCCURS 20 TIMES.
004360             15  CKP-MAN-NOM         PIC X(44).
004370             15  CKP-MAN-STATUT      PIC X(01).
004380             15  CKP-MAN-NB-ENR      PIC 9(09).
004390             15  CKP-MAN-HASH        PIC 9(13).
004400             15  CKP-MAN-NB-LUS      PIC 9(09).
004410             15  CKP-MAN-NB-VALIDES  PIC 9(09).
004420             15  CKP-MAN-NB-REJETES  PIC 9(09).
004430             15  CKP-MAN-NB-RETENUS  PIC 9(09).
004440             15  CKP-MAN-NB-QUARANT  PIC 9(09).
004450             15  CKP-MAN-NB-CONTROLE PIC 9(09).
004460             15  CKP-MAN-TOT-VALEUR  PIC S9(13)V9(04)
004470                 SIGN IS LEADING SEPARATE CHARACTER.
004480             15  CKP-MAN-CAT-DATE    PIC 9(08).
004490             15  CKP-MAN-CAT-EXEC    PIC 9(05).
004500*
004510 FD  AUDIT-FILE
004520     LABEL RECORDS ARE STANDARD.
004530     COPY PAIRIAUD.
004540*
004550 FD  SCEAUX-FILE
004560     LABEL RECORDS ARE STANDARD.
004570     COPY PAIRISCE.
004580*
004590 FD  PAIR-IMPAIR-MST
004600     LABEL RECORDS ARE STANDARD.
004610     COPY PAIRIMST.
004620*
004630 FD  HISTORIQUE-PASSAGES
004640     LABEL RECORDS ARE STANDARD.
004650     COPY PAIRIHIS.
004660*
004670 FD  RUN-CONTROL
004680     LABEL RECORDS ARE STANDARD.
004690 01  RUN-CONTROL-REC.
004700     05  RUN-DERNIER-NO          PIC 9(05).
004710     05  FILLER                  PIC X(05).
004720*
004730 FD  PARAMETRES-IN
004740     LABEL RECORDS ARE STANDARD.
004750 01  PI-PRM-REC              PIC X(80).
004760*
004770 FD  STATISTIQUES
004780     LABEL RECORDS ARE STANDARD.
004790     COPY PAIRISTA.
004800*
004810 FD  QUARANTAINE-FILE
004820     LABEL RECORDS ARE STANDARD.
004830     COPY PAIRIQUA.
004840*
004850 FD  CATALOGUE-FILE
004860     LABEL RECORDS ARE STANDARD.
004870     COPY PAIRICAT.
004880*
004890 FD  SERVICES-FILE
004900     LABEL RECORDS ARE STANDARD.
004910     COPY PAIRISRV.
004920*
004930 FD  BLOCAGES-FILE
004940     LABEL RECORDS ARE STANDARD.
004950     COPY PAIRIBLQ.
004960*
004970 FD  RETENUES-FILE
004980     LABEL RECORDS ARE STANDARD.
004990     COPY PAIRIRET.
005000*
005010 FD  SEUILS-IN
005020     LABEL RECORDS ARE STANDARD.
005030 01  PI-SEU-REC              PIC X(80).
005040*
005050 FD  MANIFESTE-IN
005060     LABEL RECORDS ARE STANDARD.
005070 01  PI-MNF-REC              PIC X(80).
005080*
005090 FD  PAIR-IMPAIR-RPT
005100     LABEL RECORDS ARE STANDARD.
005110 01  PI-RPT-LIGNE             PIC X(80).
005120*
005130 WORKING-STORAGE SECTION.
005140*
005150*----------------------------------------------------------------*
005160* ZONES DE TRAVAIL HERITEES DE LA SAISIE UNITAIRE.
005170*----------------------------------------------------------------*
005180 77  NOMBRE-CHAINE           PIC X(10).
005190 77  NOMBRE                  PIC S9(10) VALUE 0.
005200 77  PI-VAL-NUMVAL           PIC S9(10)V9(04) COMP-3 VALUE 0.
005210 77  RESTE                   PIC 9 VALUE 0.
005220 77  I                       PIC 9(02) VALUE 1.
005230 77  CAR                     PIC X.
005240 77  VALIDE                  PIC X VALUE "O".
005250     88  VALIDE-OUI              VALUE "O".
005260     88  VALIDE-NON              VALUE "N".
005270 77  LONGUEUR                PIC 9(02) VALUE 0.
005280 77  PI-LONGUEUR-BRUTE       PIC 9(02) VALUE 0.
005290 77  PI-POINT-VU-SW          PIC X VALUE "N".
005300     88  PI-POINT-DEJA-VU        VALUE "Y".
005310 77  PI-CODE-DOUBLON         PIC X VALUE SPACE.
005320 77  PI-CODE-RAISON          PIC X VALUE SPACE.
005330     88  PI-RAISON-BLANC         VALUE "1".
005340     88  PI-RAISON-CARACTERE     VALUE "2".
005350     88  PI-RAISON-LONGUEUR      VALUE "3".
005360     88  PI-RAISON-DEPASSEMENT   VALUE "4".
005370     88  PI-RAISON-CLE           VALUE "5".
005380     88  PI-RAISON-BLOQUE        VALUE "6".
005390 77  PI-CLE-RESULTAT         PIC X VALUE SPACE.
005400*
005410*----------------------------------------------------------------*
005420* CODES RETOUR DES FICHIERS. "05" EST ACCEPTE EN PLUS DE "00" A
005430* L'OUVERTURE DES FICHIERS OPTIONNELS (FICHIER ABSENT, CREE PAR
005440* L'OUVERTURE ELLE-MEME).
005450*----------------------------------------------------------------*
005460 77  PI-NUMBERS-IN-STATUT    PIC X(02) VALUE "00".
005470     88  PI-NUMBERS-IN-OK        VALUE "00".
005480     88  PI-NUMBERS-IN-ABSENT    VALUE "05".
005490 77  PI-OUT-STATUT           PIC X(02) VALUE "00".
005500     88  PI-OUT-OK               VALUE "00".
005510     88  PI-OUT-ABSENT           VALUE "05".
005520 77  PI-REJ-STATUT           PIC X(02) VALUE "00".
005530     88  PI-REJ-OK               VALUE "00".
005540     88  PI-REJ-ABSENT           VALUE "05".
005550 77  PI-CKP-STATUT           PIC X(02) VALUE "00".
005560     88  PI-CKP-OK               VALUE "00".
005570     88  PI-CKP-ABSENT           VALUE "05".
005580 77  PI-AUD-STATUT           PIC X(02) VALUE "00".
005590     88  PI-AUD-OK               VALUE "00".
005600     88  PI-AUD-ABSENT           VALUE "05".
005610 77  PI-SCE-STATUT           PIC X(02) VALUE "00".
005620     88  PI-SCE-OK               VALUE "00".
005630     88  PI-SCE-ABSENT           VALUE "05".
005640 77  PI-MST-STATUT           PIC X(02) VALUE "00".
005650     88  PI-MST-OK               VALUE "00".
005660     88  PI-MST-ABSENT           VALUE "05".
005670     88  PI-MST-INTROUVABLE      VALUE "23".
005680 77  PI-HIS-STATUT           PIC X(02) VALUE "00".
005690     88  PI-HIS-OK               VALUE "00".
005700     88  PI-HIS-ABSENT           VALUE "05".
005710     88  PI-HIS-DOUBLE           VALUE "22".
005720 77  PI-RUN-STATUT           PIC X(02) VALUE "00".
005730     88  PI-RUN-OK               VALUE "00".
005740     88  PI-RUN-ABSENT           VALUE "05".
005750 77  PI-PRM-STATUT           PIC X(02) VALUE "00".
005760     88  PI-PRM-OK               VALUE "00".
005770     88  PI-PRM-ABSENT           VALUE "05".
005780 77  PI-STA-STATUT           PIC X(02) VALUE "00".
005790     88  PI-STA-OK               VALUE "00".
005800     88  PI-STA-ABSENT           VALUE "05".
005810 77  PI-QUA-STATUT           PIC X(02) VALUE "00".
005820     88  PI-QUA-OK               VALUE "00".
005830     88  PI-QUA-ABSENT           VALUE "05".
005840 77  PI-CAT-STATUT           PIC X(02) VALUE "00".
005850     88  PI-CAT-OK               VALUE "00".
005860     88  PI-CAT-ABSENT           VALUE "05".
005870 77  PI-SRV-STATUT           PIC X(02) VALUE "00".
005880     88  PI-SRV-OK               VALUE "00".
005890     88  PI-SRV-ABSENT           VALUE "05".
005900     88  PI-SRV-INTROUVABLE      VALUE "23".
005910 77  PI-BLQ-STATUT           PIC X(02) VALUE "00".
005920     88  PI-BLQ-OK               VALUE "00".
005930     88  PI-BLQ-ABSENT           VALUE "05".
005940     88  PI-BLQ-INTROUVABLE      VALUE "23".
005950 77  PI-RET-STATUT           PIC X(02) VALUE "00".
005960     88  PI-RET-OK               VALUE "00".
005970     88  PI-RET-ABSENT           VALUE "05".
005980 77  PI-SEU-STATUT           PIC X(02) VALUE "00".
005990     88  PI-SEU-OK               VALUE "00".
006000     88  PI-SEU-ABSENT           VALUE "05".
006010 77  PI-MNF-STATUT           PIC X(02) VALUE "00".
006020     88  PI-MNF-OK               VALUE "00".
006030     88  PI-MNF-ABSENT           VALUE "05".
006040 77  PI-RPT-STATUT           PIC X(02) VALUE "00".
006050     88  PI-RPT-OK               VALUE "00".
006060 77  PI-MSG-ERREUR           PIC X(40) VALUE SPACES.
006070 77  PI-STATUT-ERREUR-FICHIER PIC X(02) VALUE SPACES.
006080*
006090*----------------------------------------------------------------*
006100* ZONES DE TRAVAIL DU TRAITEMENT PAR LOT.
006110*----------------------------------------------------------------*
006120 77  PI-MODE                 PIC X VALUE SPACE.
006130     88  PI-MODE-UNITAIRE        VALUE "1".
006140     88  PI-MODE-LOT             VALUE "2".
006150     88  PI-MODE-RAPPORT         VALUE "3".
006160     88  PI-MODE-VALIDE          VALUES "1" "2" "3".
006170 77  PI-NUMBERS-IN-EOF-SW    PIC X VALUE "N".
006180     88  PI-NUMBERS-IN-EOF       VALUE "Y".
006190 77  PI-OUT-EOF-SW           PIC X VALUE "N".
006200     88  PI-OUT-EOF              VALUE "Y".
006210 77  PI-REJ-EOF-SW           PIC X VALUE "N".
006220     88  PI-REJ-EOF              VALUE "Y".
006230 77  PI-RET-EOF-SW           PIC X VALUE "N".
006240     88  PI-RET-EOF              VALUE "Y".
006250 77  PI-CURRENT-DATE         PIC 9(08) VALUE 0.
006260 77  PI-CURRENT-TIME         PIC 9(08) VALUE 0.
006270 77  PI-AUD-EOF-SW           PIC X VALUE "N".
006280     88  PI-AUD-EOF              VALUE "Y".
006290 77  PI-AUD-SEQUENCE         PIC 9(09) VALUE 0.
006300 77  PI-AUD-CHAINAGE         PIC 9(12) VALUE 0.
006310 77  PI-SCE-EOF-SW           PIC X VALUE "N".
006320     88  PI-SCE-EOF              VALUE "Y".
006330 77  PI-NO-EXECUTION         PIC 9(05) VALUE 0.
006340 77  PI-RPT-NO-EXEC          PIC ZZZZ9.
006350*
006360*----------------------------------------------------------------*
006370* PARAMETRES D'EXECUTION SANS OPERATEUR (FICHIER PAIRIPRM).
006380* CLES ADMISES : MODE=1/2/3, INTERVALLE=1 A 9999, ENTREE=,
006390* SORTIE= ET REJETS= (NOMS DE FICHIERS). LES LIGNES VIDES ET
006400* LES LIGNES COMMENCANT PAR * SONT IGNOREES. MANIFESTE= (NOM
006410* DE LA LISTE DES FICHIERS D'ENTREE) EST EXCLUSIF DE ENTREE= ET
006420* N'EST ADMIS QU'EN MODE=2.
006430*----------------------------------------------------------------*
006440 77  PI-PRM-PRESENT-SW       PIC X VALUE "N".
006450     88  PI-PRM-PRESENT          VALUE "Y".
006460 77  PI-PRM-EOF-SW           PIC X VALUE "N".
006470     88  PI-PRM-EOF              VALUE "Y".
006480 77  PI-PRM-CLE              PIC X(20) VALUE SPACES.
006490 77  PI-PRM-VALEUR           PIC X(60) VALUE SPACES.
006500 77  PI-PRM-VAL-NET          PIC X(60) VALUE SPACES.
006510 77  PI-PRM-NOMBRE           PIC 9(08) VALUE 0.
006520 77  PI-FIC-ENTREE           PIC X(44) VALUE "NUMBERS-IN".
006530 77  PI-FIC-SORTIE           PIC X(44) VALUE "PAIRIOUT".
006540 77  PI-FIC-REJETS           PIC X(44) VALUE "PAIRIREJ".
006550 77  PI-FIC-MANIFESTE        PIC X(44) VALUE SPACES.
006560 77  PI-ENTREE-SW            PIC X VALUE "N".
006570     88  PI-ENTREE-DONNEE        VALUE "Y".
006580 77  PI-MANIFESTE-SW         PIC X VALUE "N".
006590     88  PI-MANIFESTE-DEMANDE    VALUE "Y".
006600*
006610*----------------------------------------------------------------*
006620* CONTROLE DES LOTS RECUS DANS NUMBERS-IN (ENTETE "HDR", FIN
006630* "TRL"). LE HASH D'UN LOT EST LA SOMME, MODULO 10**13, DES
006640* VALEURS ENTIERES ABSOLUES DE SES ENREGISTREMENTS NUMERIQUES.
006650* UN LOT SANS ENTETE NI FIN EST ACCEPTE TEL QUEL (STATUT "S")
006660* POUR RESTER COMPATIBLE AVEC LES FICHIERS SANS CONTROLE.
006670* PI-LOT-SERVICE PORTE LE RESULTAT DU CONTROLE DU SERVICE DE
006680* L'ENTETE CONTRE PAIRISRV (A = ACTIF OU NON CONTROLE, I =
006690* INCONNU, F = FERME) ; LE STATUT DU LOT N'EN EST AFFECTE QU'A
006700* LA DECISION, POUR NE PAS PERTURBER LA LECTURE DU LOT.
006710* LES LOTS SONT NUMEROTES SUR TOUTE L'EXECUTION (200 AU MAXIMUM,
006720* TOUS FICHIERS DU MANIFESTE CONFONDUS) ; PI-LOT-FICHIER PORTE LE
006730* RANG DU FICHIER DU MANIFESTE QUI CONTIENT LE LOT (ZERO HORS
006740* MODE MANIFESTE).
006750*----------------------------------------------------------------*
006760 COPY NUMBCTL.
006770 77  PI-LOT-COURANT          PIC 9(03) COMP VALUE 0.
006780 77  PI-NB-LOTS              PIC 9(03) COMP VALUE 0.
006790 77  PI-NB-ENR-CONTROLE      PIC 9(09) COMP VALUE 0.
006800 77  PI-NB-QUARANTAINE       PIC 9(09) COMP VALUE 0.
006810*
006820*----------------------------------------------------------------*
006830* ECRITURE DES LOTS REFUSES DANS LE FICHIER DE QUARANTAINE
006840* PAIRIQUA. PI-NB-QUA-ECRITS COMPTE TOUTES LES LIGNES ECRITES
006850* (CONTROLE COMPRIS) ET EST REPORTE AU POINT DE CONTROLE POUR
006860* QU'UNE REPRISE NE REECRIVE PAS LES LIGNES DEJA EN QUARANTAINE
006870* (PI-QUA-REPRISE EN GARDE LE NIVEAU ATTEINT). LE COMPTEUR DE
006880* DONNEES PI-NB-QUARANTAINE N'EST VOLONTAIREMENT PAS RESTAURE
006890* AU POINT DE CONTROLE : LA REPRISE RELIT TOUT NUMBERS-IN ET
006900* LE RECOMPTE DEPUIS ZERO, LE RESTAURER LE DOUBLERAIT.
006910*----------------------------------------------------------------*
006920 77  PI-NB-QUA-ECRITS        PIC 9(09) COMP VALUE 0.
006930 77  PI-QUA-REPRISE          PIC 9(09) COMP VALUE 0.
006940 77  PI-QUA-MOTIF            PIC X(20) VALUE SPACES.
006950*
006960*----------------------------------------------------------------*
006970* VENTILATION PAR SERVICE EMETTEUR : LE SERVICE DU LOT COURANT
006980* (PI-SOURCE-COURANTE, BLANC EN SAISIE UNITAIRE) EST ESTAMPILLE
006990* SUR CHAQUE ENREGISTREMENT ECRIT ET CUMULE DANS LA TABLE DES
007000* SERVICES POUR LE RAPPORT DE CONTROLE. 20 SERVICES AU MAXIMUM
007010* PAR EXECUTION, AU-DELA LE TRAITEMENT S'ARRETE PLUTOT QUE DE
007020* VENTILER PARTIELLEMENT. LA TABLE EST REPORTEE AU POINT DE
007030* CONTROLE POUR SURVIVRE A UNE REPRISE.
007040*----------------------------------------------------------------*
007050 77  PI-SOURCE-COURANTE      PIC X(04) VALUE SPACES.
007060 77  PI-NB-SOURCES           PIC 9(02) COMP VALUE 0.
007070 77  PI-SRC-IDX              PIC 9(02) COMP VALUE 0.
007080 77  PI-SRC-TROUVE           PIC 9(02) COMP VALUE 0.
007090 01  PI-TABLE-SOURCES.
007100     05  PI-SRC-ENTREE OCCURS 20 TIMES.
007110         10  PI-SRC-CODE         PIC X(04).
007120         10  PI-SRC-NB-VALIDES   PIC 9(09) COMP.
007130         10  PI-SRC-NB-REJETES   PIC 9(09) COMP.
007140         10  PI-SRC-NB-PAIRS     PIC 9(09) COMP.
007150         10  PI-SRC-NB-IMPAIRS   PIC 9(09) COMP.
007160         10  PI-SRC-TOT-VALEUR   PIC S9(13)V9(04) COMP-3.
007170         10  PI-SRC-NB-RETENUS   PIC 9(09) COMP.
007180 01  PI-TABLE-LOTS.
007190     05  PI-LOT-ENTREE OCCURS 200 TIMES.
007200         10  PI-LOT-SOURCE       PIC X(04).
007210         10  PI-LOT-NB-ATTENDU   PIC 9(07).
007220         10  PI-LOT-NB-ANNONCE   PIC 9(07).
007230         10  PI-LOT-NB-LU        PIC 9(07).
007240         10  PI-LOT-HASH-ANNONCE PIC 9(13).
007250         10  PI-LOT-HASH-CALCULE PIC 9(13).
007260         10  PI-LOT-STATUT       PIC X(01).
007270             88  PI-LOT-OUVERT           VALUE SPACE.
007280             88  PI-LOT-EQUILIBRE        VALUE "E".
007290             88  PI-LOT-SANS-CONTROLE    VALUE "S".
007300             88  PI-LOT-ECART-NOMBRE     VALUE "N".
007310             88  PI-LOT-ECART-HASH       VALUE "H".
007320             88  PI-LOT-FIN-ABSENTE      VALUE "T".
007330             88  PI-LOT-SERVICE-INCONNU  VALUE "I".
007340             88  PI-LOT-SERVICE-FERME    VALUE "F".
007350             88  PI-LOT-ACCEPTE          VALUES "E" "S".
007360         10  PI-LOT-SERVICE      PIC X(01).
007370             88  PI-LOT-SRV-REFUSE       VALUES "I" "F".
007380         10  PI-LOT-FICHIER      PIC 9(02) COMP.
007390*
007400*----------------------------------------------------------------*
007410* TAMPON DU LOT EN COURS DE LECTURE : LES LIGNES DU LOT SONT
007420* RETENUES TELLES QUELLES JUSQU'A LA DECISION (COMMISSION OU
007430* QUARANTAINE) PRISE A LA FIN "TRL", A L'ENTETE SUIVANTE OU A
007440* LA FIN DU FICHIER. 5000 LIGNES PAR LOT AU MAXIMUM. L'ENTETE
007450* D'ORIGINE EST CONSERVEE A PART POUR LA QUARANTAINE.
007460*----------------------------------------------------------------*
007470 77  PI-LIGNE-COURANTE       PIC X(255) VALUE SPACES.
007480 77  PI-ENTETE-TAMPON        PIC X(255) VALUE SPACES.
007490 77  PI-ENTETE-PRESENTE-SW   PIC X VALUE "N".
007500     88  PI-ENTETE-PRESENTE      VALUE "Y".
007510 77  PI-NB-LIGNES-TAMPON     PIC 9(04) COMP VALUE 0.
007520 77  PI-TAMPON-IDX           PIC 9(04) COMP VALUE 0.
007530 01  PI-TAMPON-LOT.
007540     05  PI-LIGNE-TAMPON         PIC X(255)
007550                                 OCCURS 5000 TIMES.
007560*
007570*----------------------------------------------------------------*
007580* CATALOGUE DES FICHIERS D'ENTREE DEJA TRAITES (PAIRICAT, COPY
007590* PAIRICAT) : LE CONTENU DU FICHIER EST IDENTIFIE PAR SON
007600* NOMBRE DE LIGNES ET SON HASH, MESURES PAR UNE COURTE PASSE
007610* DE RECONNAISSANCE AVANT TOUT TRAITEMENT. UN CONTENU DEJA
007620* CATALOGUE EST REFUSE (CODE RETOUR 12) SAUF FORCE=OUI DANS
007630* PAIRIPRM. LE FICHIER ABOUTI EST INSCRIT AU CATALOGUE EN FIN
007640* DE TRAITEMENT.
007650*----------------------------------------------------------------*
007660 77  PI-FORCE-SW             PIC X VALUE "N".
007670     88  PI-FORCE-DEMANDE        VALUE "Y".
007680 77  PI-FIC-NB-ENR           PIC 9(09) VALUE 0.
007690 77  PI-FIC-HASH             PIC 9(13) VALUE 0.
007700 77  PI-CAT-EOF-SW           PIC X VALUE "N".
007710     88  PI-CAT-EOF              VALUE "Y".
007720 77  PI-CAT-TROUVE-SW        PIC X VALUE "N".
007730     88  PI-CAT-TROUVE           VALUE "Y".
007740 77  PI-CAT-DATE-TROUVEE     PIC 9(08) VALUE 0.
007750 77  PI-CAT-EXEC-TROUVEE     PIC 9(05) VALUE 0.
007760 77  PI-CAT-NOM-TROUVE       PIC X(44) VALUE SPACES.
007770 77  PI-FIC-REFUSE-SW        PIC X VALUE "N".
007780     88  PI-FIC-REFUSE           VALUE "Y".
007790*
007800*----------------------------------------------------------------*
007810* MODE MANIFESTE : LA LISTE DES FICHIERS D'ENTREE EST CHARGEE
007820* EN TABLE (20 FICHIERS AU MAXIMUM) ET CHAQUE FICHIER EST TRAITE
007830* A SON TOUR SOUS LE MEME NUMERO D'EXECUTION. LES COMPTES D'UN
007840* FICHIER SONT LA DIFFERENCE DES COMPTEURS DE L'EXECUTION ENTRE
007850* SON DEBUT (PI-MAN-DEB-xxx) ET SA FIN. STATUT D'UN FICHIER :
007860* BLANC = NON ENCORE TRAITE, T = TRAITE, V = VIDE OU ABSENT,
007870* R = REFUSE (CONTENU DEJA AU CATALOGUE). PI-MAN-RANG-REPRISE
007880* EST LE RANG DU FICHIER A REPRENDRE, REPORTE AU POINT DE
007890* CONTROLE AVEC LES COMPTES DES FICHIERS DEJA TRAITES ; UN
007900* FICHIER RESTAURE DEPUIS LE POINT DE CONTROLE N'A PAS SES LOTS
007910* AU RAPPORT (ILS FIGURENT AU RAPPORT DE L'EXECUTION INTERROMPUE).
007920*----------------------------------------------------------------*
007930 77  PI-MNF-EOF-SW           PIC X VALUE "N".
007940     88  PI-MNF-EOF              VALUE "Y".
007950 77  PI-MAN-NB               PIC 9(02) COMP VALUE 0.
007960 77  PI-MAN-IDX              PIC 9(02) COMP VALUE 0.
007970 77  PI-MAN-CKP-IDX          PIC 9(02) COMP VALUE 0.
007980 77  PI-MAN-DEPART           PIC 9(02) COMP VALUE 1.
007990 77  PI-MAN-RANG-REPRISE     PIC 9(02) COMP VALUE 0.
008000 77  PI-MAN-NB-REFUSES       PIC 9(02) COMP VALUE 0.
008010 77  PI-MAN-REPRISE-SW       PIC X VALUE "N".
008020     88  PI-MAN-EN-REPRISE       VALUE "Y".
008030 77  PI-MAN-DEB-LUS          PIC 9(09) COMP VALUE 0.
008040 77  PI-MAN-DEB-VALIDES      PIC 9(09) COMP VALUE 0.
008050 77  PI-MAN-DEB-REJETES      PIC 9(09) COMP VALUE 0.
008060 77  PI-MAN-DEB-RETENUS      PIC 9(09) COMP VALUE 0.
008070 77  PI-MAN-DEB-QUARANT      PIC 9(09) COMP VALUE 0.
008080 77  PI-MAN-DEB-CONTROLE     PIC 9(09) COMP VALUE 0.
008090 77  PI-MAN-DEB-QUA-ECRITS   PIC 9(09) COMP VALUE 0.
008100 77  PI-MAN-DEB-NB-LOTS      PIC 9(03) COMP VALUE 0.
008110 77  PI-MAN-DEB-TOT-VALEUR   PIC S9(13)V9(04) COMP-3 VALUE 0.
008120 77  PI-RPT-NO-FIC           PIC Z9.
008130 01  PI-TABLE-MANIFESTE.
008140     05  PI-MAN-ENTREE OCCURS 20 TIMES.
008150         10  PI-MAN-NOM          PIC X(44).
008160         10  PI-MAN-STATUT       PIC X(01).
008170             88  PI-MAN-A-TRAITER        VALUE SPACE.
008180             88  PI-MAN-TRAITE           VALUE "T".
008190             88  PI-MAN-VIDE             VALUE "V".
008200             88  PI-MAN-REFUSE           VALUE "R".
008210         10  PI-MAN-RESTAURE-SW  PIC X(01).
008220             88  PI-MAN-RESTAURE         VALUE "Y".
008230         10  PI-MAN-NB-ENR       PIC 9(09) COMP.
008240         10  PI-MAN-HASH         PIC 9(13).
008250         10  PI-MAN-NB-LUS       PIC 9(09) COMP.
008260         10  PI-MAN-NB-VALIDES   PIC 9(09) COMP.
008270         10  PI-MAN-NB-REJETES   PIC 9(09) COMP.
008280         10  PI-MAN-NB-RETENUS   PIC 9(09) COMP.
008290         10  PI-MAN-NB-QUARANT   PIC 9(09) COMP.
008300         10  PI-MAN-NB-CONTROLE  PIC 9(09) COMP.
008310         10  PI-MAN-TOT-VALEUR   PIC S9(13)V9(04) COMP-3.
008320         10  PI-MAN-CAT-DATE     PIC 9(08).
008330         10  PI-MAN-CAT-EXEC     PIC 9(05).
008340*
008350*----------------------------------------------------------------*
008360* COMPTEURS DU RAPPORT DE CONTROLE DE FIN DE TRAITEMENT.
008370*----------------------------------------------------------------*
008380 77  PI-NB-LUS               PIC 9(09) COMP VALUE 0.
008390 77  PI-NB-VALIDES           PIC 9(09) COMP VALUE 0.
008400 77  PI-NB-REJETES           PIC 9(09) COMP VALUE 0.
008410 77  PI-NB-PAIRS             PIC 9(09) COMP VALUE 0.
008420 77  PI-NB-IMPAIRS           PIC 9(09) COMP VALUE 0.
008430 77  PI-NB-DOUBLONS          PIC 9(09) COMP VALUE 0.
008440 77  PI-RAISON-IDX           PIC 9(01) VALUE 0.
008450 01  PI-REJETS-PAR-RAISON.
008460     05  PI-NB-REJ-RAISON        PIC 9(07) COMP
008470                                 OCCURS 6 TIMES VALUE 0.
008480*
008490*----------------------------------------------------------------*
008500* TOTAUX EN VALEUR (SIGNE ET DECIMALES CONSERVES) ET HASH DES
008510* NOMBRES VALIDES, POUR LE RAPPROCHEMENT COMPTABLE DU FICHIER
008520* NUMBERS-IN AVEC LE GRAND LIVRE.
008530*----------------------------------------------------------------*
008540 77  PI-TOT-VALEUR           PIC S9(13)V9(04) COMP-3 VALUE 0.
008550 77  PI-TOT-VAL-PAIRS        PIC S9(13)V9(04) COMP-3 VALUE 0.
008560 77  PI-TOT-VAL-IMPAIRS      PIC S9(13)V9(04) COMP-3 VALUE 0.
008570 77  PI-TOT-HASH             PIC 9(13) VALUE 0.
008580 77  PI-RPT-EDIT-VALEUR      PIC -Z(12)9.9(04).
008590 77  PI-RPT-EDIT-HASH        PIC 9(13).
008600 77  PI-VAL-RELUE            PIC S9(13)V9(04) COMP-3 VALUE 0.
008610*
008620*----------------------------------------------------------------*
008630* RETENUE DES VALEURS IMPORTANTES POUR APPROBATION. LES SEUILS
008640* SONT LUS DANS PAIRISEU : SEUIL= (SEUIL GENERAL) ET
008650* SEUIL-XXXX= (SEUIL PROPRE AU SERVICE XXXX, PRIORITAIRE SUR LE
008660* SEUIL GENERAL), MONTANTS POSITIFS. SANS PAIRISEU OU SANS SEUIL
008670* APPLICABLE AU SERVICE, LA VALEUR EST CLASSEE NORMALEMENT. UNE
008680* VALEUR RETENUE N'EST COMPTEE NI EN VALIDE NI EN REJET : ELLE
008690* EST COMPTEE A PART (PI-NB-RETENUS, NUMERO D'ORDRE DANS
008700* L'EXECUTION) ET SON MONTANT CUMULE DANS PI-TOT-VAL-RETENUES.
008710* 50 SEUILS PROPRES AU MAXIMUM.
008720*----------------------------------------------------------------*
008730 77  PI-SEU-EOF-SW           PIC X VALUE "N".
008740     88  PI-SEU-EOF              VALUE "Y".
008750 77  PI-SEUILS-SW            PIC X VALUE "N".
008760     88  PI-SEUILS-ACTIFS        VALUE "Y".
008770 77  PI-SEUIL-GLOBAL-SW      PIC X VALUE "N".
008780     88  PI-SEUIL-GLOBAL-DEFINI  VALUE "Y".
008790 77  PI-SEUIL-GLOBAL         PIC 9(13)V9(04) COMP-3 VALUE 0.
008800 77  PI-SEUIL-LU             PIC S9(13)V9(04) COMP-3 VALUE 0.
008810 77  PI-SEUIL-APPLIQUE       PIC 9(13)V9(04) COMP-3 VALUE 0.
008820 77  PI-SEUIL-TROUVE-SW      PIC X VALUE "N".
008830     88  PI-SEUIL-TROUVE         VALUE "Y".
008840 77  PI-RETENUE-SW           PIC X VALUE "N".
008850     88  PI-VALEUR-RETENUE       VALUE "Y".
008860 77  PI-NB-SEUILS            PIC 9(02) COMP VALUE 0.
008870 77  PI-SEU-IDX              PIC 9(02) COMP VALUE 0.
008880 01  PI-TABLE-SEUILS.
008890     05  PI-SEU-ENTREE OCCURS 50 TIMES.
008900         10  PI-SEU-CODE         PIC X(04).
008910         10  PI-SEU-MONTANT      PIC 9(13)V9(04) COMP-3.
008920 77  PI-NB-RETENUS           PIC 9(09) COMP VALUE 0.
008930 77  PI-TOT-VAL-RETENUES     PIC S9(13)V9(04) COMP-3 VALUE 0.
008940*
008950*----------------------------------------------------------------*
008960* DISPONIBILITE DU FICHIER MAITRE PAIRIMST. SI L'OUVERTURE
008970* ECHOUE, LE CLASSEMENT CONTINUE SANS CONTROLE DES DOUBLONS
008980* (PAIR-IMPAIR-OUT RESTE LA REFERENCE) ET LE RAPPORT LE
008990* SIGNALE ; LE MAITRE SE RECONSTRUIT DEPUIS PAIR-IMPAIR-OUT.
009000*----------------------------------------------------------------*
009010 77  PI-MST-DISPO-SW         PIC X VALUE "N".
009020     88  PI-MST-DISPONIBLE       VALUE "Y".
009030 77  PI-MST-AVERTIR-SW       PIC X VALUE "N".
009040     88  PI-MST-AVERTIR          VALUE "Y".
009050*
009060*----------------------------------------------------------------*
009070* DISPONIBILITE DE L'HISTORIQUE DES PASSAGES PAIRIHIS, SUR LE
009080* MEME PRINCIPE QUE LE MAITRE. PI-HIS-ECRIT-SW TERMINE LA
009090* RECHERCHE DU PREMIER RANG LIBRE DANS L'EXECUTION.
009100*----------------------------------------------------------------*
009110 77  PI-HIS-DISPO-SW         PIC X VALUE "N".
009120     88  PI-HIS-DISPONIBLE       VALUE "Y".
009130 77  PI-HIS-AVERTIR-SW       PIC X VALUE "N".
009140     88  PI-HIS-AVERTIR          VALUE "Y".
009150 77  PI-HIS-ECRIT-SW         PIC X VALUE "N".
009160     88  PI-HIS-ECRIT            VALUE "Y".
009170*
009180*----------------------------------------------------------------*
009190* DISPONIBILITE DU REFERENTIEL DES SERVICES EMETTEURS PAIRISRV.
009200* ABSENT OU EN ERREUR, LE SERVICE DES ENTETES N'EST PAS
009210* CONTROLE (UN REFERENTIEL VIDE METTRAIT TOUS LES LOTS EN
009220* QUARANTAINE) ET LE RAPPORT LE SIGNALE. PI-SRV-NOM RECOIT LE
009230* NOM DU SERVICE CHERCHE, BLANC S'IL EST INCONNU.
009240*----------------------------------------------------------------*
009250 77  PI-SRV-DISPO-SW         PIC X VALUE "N".
009260     88  PI-SRV-DISPONIBLE       VALUE "Y".
009270 77  PI-SRV-AVERTIR-SW       PIC X VALUE "N".
009280     88  PI-SRV-AVERTIR          VALUE "Y".
009290 77  PI-SRV-CODE-CHERCHE     PIC X(04) VALUE SPACES.
009300 77  PI-SRV-NOM              PIC X(30) VALUE SPACES.
009310 77  PI-SRV-ETAT             PIC X(01) VALUE SPACE.
009320     88  PI-SRV-ETAT-ACTIF       VALUE "A".
009330     88  PI-SRV-ETAT-FERME       VALUE "F".
009340     88  PI-SRV-ETAT-INCONNU     VALUE "I".
009350*
009360*----------------------------------------------------------------*
009370* DISPONIBILITE DE LA LISTE DES NUMEROS BLOQUES PAIRIBLQ, OUVERTE
009380* ET FERMEE AVEC LE MAITRE. EN ERREUR, LES BLOCAGES NE SONT PAS
009390* CONTROLES ET LE RAPPORT LE SIGNALE ; ABSENTE, AUCUN NUMERO
009400* N'EST BLOQUE.
009410*----------------------------------------------------------------*
009420 77  PI-BLQ-DISPO-SW         PIC X VALUE "N".
009430     88  PI-BLQ-DISPONIBLE       VALUE "Y".
009440 77  PI-BLQ-AVERTIR-SW       PIC X VALUE "N".
009450     88  PI-BLQ-AVERTIR          VALUE "Y".
009460 77  PI-RPT-ZONE-EDIT        PIC ZZZZZZZZ9.
009470 77  PI-RPT-NO-LOT           PIC ZZ9.
009480 77  PI-RPT-EDIT-LOT         PIC ZZZZZZ9.
009490 77  PI-RPT-EDIT-LOT2        PIC ZZZZZZ9.
009500 77  PI-RPT-EDIT-LOT3        PIC ZZZZZZ9.
009510 77  PI-RPT-EDIT-LOT4        PIC ZZZZZZ9.
009520 77  PI-RPT-LIB-STATUT       PIC X(13) VALUE SPACES.
009530*
009540*----------------------------------------------------------------*
009550* ZONES DE TRAVAIL DE LA REPRISE SUR POINT DE CONTROLE.
009560*----------------------------------------------------------------*
009570 77  PI-COMPTEUR-REPRISE     PIC 9(09) COMP VALUE 0.
009580 77  PI-INTERVALLE-REPRISE   PIC 9(04) VALUE 50.
009590*
009600 PROCEDURE DIVISION.
009610*
009620 0000-MAINLINE.
009630     ACCEPT PI-CURRENT-DATE FROM DATE YYYYMMDD.
009640     PERFORM 1800-LIRE-PARAMETRES THRU 1800-EXIT.
009650     IF NOT PI-PRM-PRESENT
009660         PERFORM 2000-DEMANDER-MODE THRU 2000-EXIT
009670     END-IF.
009680     EVALUATE TRUE
009690         WHEN PI-MODE-UNITAIRE
009700             PERFORM 3000-TRAITEMENT-UNIQUE THRU 3000-EXIT
009710         WHEN PI-MODE-LOT
009720             PERFORM 4000-TRAITEMENT-LOT THRU 4000-EXIT
009730         WHEN PI-MODE-RAPPORT
009740             PERFORM 5000-RAPPORT-SEUL THRU 5000-EXIT
009750     END-EVALUATE.
009760     PERFORM 8000-IMPRIMER-RAPPORT THRU 8000-EXIT.
009770     IF PI-NO-EXECUTION > 0
009780         PERFORM 8500-ECRIRE-STATISTIQUES THRU 8500-EXIT
009790     END-IF.
009800     STOP RUN.
009810*
009820*----------------------------------------------------------------*
009830* RELIT LE DERNIER POINT DE CONTROLE POUR CONNAITRE LE NOMBRE
009840* D'ENREGISTREMENTS DEJA TRAITES LORS D'UNE REPRISE DE LOT.
009850*----------------------------------------------------------------*
009860 1000-INITIALISER-REPRISE.
009870     MOVE 0 TO PI-COMPTEUR-REPRISE.
009880     OPEN INPUT CHECKPOINT-FILE.
009890     IF NOT PI-CKP-OK AND NOT PI-CKP-ABSENT
009900         MOVE "CHECKPOINT-FILE (OUVERTURE)" TO PI-MSG-ERREUR
009910         MOVE PI-CKP-STATUT TO PI-STATUT-ERREUR-FICHIER
009920         PERFORM 9000-ERREUR-FICHIER THRU 9000-EXIT
009930     END-IF.
009940     READ CHECKPOINT-FILE
009950         AT END
009960             MOVE 0 TO PI-COMPTEUR-REPRISE
009970         NOT AT END
009980             MOVE CKP-NB-LUS      TO PI-COMPTEUR-REPRISE
009990             MOVE CKP-NB-VALIDES  TO PI-NB-VALIDES
010000             MOVE CKP-NB-REJETES  TO PI-NB-REJETES
010010             MOVE CKP-NB-PAIRS    TO PI-NB-PAIRS
010020             MOVE CKP-NB-IMPAIRS  TO PI-NB-IMPAIRS
010030             IF CKP-NO-EXECUTION IS NUMERIC
010040                 MOVE CKP-NO-EXECUTION TO PI-NO-EXECUTION
010050             END-IF
010060             IF CKP-TOT-VALEUR IS NUMERIC
010070                 MOVE CKP-TOT-VALEUR TO PI-TOT-VALEUR
010080             END-IF
010090             IF CKP-TOT-VAL-PAIRS IS NUMERIC
010100                 MOVE CKP-TOT-VAL-PAIRS TO PI-TOT-VAL-PAIRS
010110             END-IF
010120             IF CKP-TOT-VAL-IMPAIRS IS NUMERIC
010130                 MOVE CKP-TOT-VAL-IMPAIRS
010140                     TO PI-TOT-VAL-IMPAIRS
010150             END-IF
010160             IF CKP-NB-DOUBLONS IS NUMERIC
010170                 MOVE CKP-NB-DOUBLONS TO PI-NB-DOUBLONS
010180             END-IF
010190             IF CKP-TOT-HASH IS NUMERIC
010200                 MOVE CKP-TOT-HASH TO PI-TOT-HASH
010210             END-IF
010220             IF CKP-NB-QUA-ECRITS IS NUMERIC
010230                 MOVE CKP-NB-QUA-ECRITS TO PI-QUA-REPRISE
010240             END-IF
010250             IF CKP-NB-RETENUS IS NUMERIC
010260                 MOVE CKP-NB-RETENUS TO PI-NB-RETENUS
010270             END-IF
010280             IF CKP-TOT-VAL-RETENUES IS NUMERIC
010290                 MOVE CKP-TOT-VAL-RETENUES
010300                     TO PI-TOT-VAL-RETENUES
010310             END-IF
010320             PERFORM 1100-RESTAURER-REJ-RAISON THRU 1100-EXIT
010330                 VARYING PI-RAISON-IDX FROM 1 BY 1
010340                 UNTIL PI-RAISON-IDX > 6
010350             IF CKP-NB-SOURCES IS NUMERIC
010360                 MOVE CKP-NB-SOURCES TO PI-NB-SOURCES
010370                 PERFORM 1150-RESTAURER-SOURCE THRU 1150-EXIT
010380                     VARYING PI-SRC-IDX FROM 1 BY 1
010390                     UNTIL PI-SRC-IDX > PI-NB-SOURCES
010400             END-IF
010410             IF CKP-MAN-RANG IS NUMERIC
010420                 AND CKP-MAN-RANG > 0
010430                 PERFORM 1170-RESTAURER-MANIFESTE THRU 1170-EXIT
010440             END-IF
010450     END-READ.
010460     CLOSE CHECKPOINT-FILE.
010470     IF PI-MANIFESTE-DEMANDE AND PI-COMPTEUR-REPRISE > 0
010480         AND NOT PI-MAN-EN-REPRISE
010490         DISPLAY "POINT DE CONTROLE HORS MANIFESTE EN COURS - "
010500             "REPRISE AVEC ENTREE= REQUISE"
010510         MOVE 16 TO RETURN-CODE
010520         STOP RUN
010530     END-IF.
010540     IF PI-COMPTEUR-REPRISE > 0
010550         DISPLAY "REPRISE APRES ENR. " PI-COMPTEUR-REPRISE
010560     END-IF.
010570     IF PI-MAN-EN-REPRISE
010580         MOVE PI-MAN-DEPART TO PI-RPT-NO-FIC
010590         DISPLAY "REPRISE AU FICHIER " PI-RPT-NO-FIC
010600             " DU MANIFESTE"
010610     END-IF.
010620 1000-EXIT.
010630     EXIT.
010640*
010650*----------------------------------------------------------------*
010660* RESTAURATION D'UN COMPTEUR DE REJETS PAR RAISON DEPUIS LE
010670* POINT DE CONTROLE, S'IL EST NUMERIQUE (UN POINT DE CONTROLE
010680* D'ANCIEN FORMAT LAISSE LE COMPTEUR A ZERO).
010690*----------------------------------------------------------------*
010700 1100-RESTAURER-REJ-RAISON.
010710     IF CKP-NB-REJ-RAISON(PI-RAISON-IDX) IS NUMERIC
010720         MOVE CKP-NB-REJ-RAISON(PI-RAISON-IDX)
010730             TO PI-NB-REJ-RAISON(PI-RAISON-IDX)
010740     END-IF.
010750 1100-EXIT.
010760     EXIT.
010770*
010780*----------------------------------------------------------------*
010790* RESTAURATION D'UNE ENTREE DE LA VENTILATION PAR SERVICE
010800* DEPUIS LE POINT DE CONTROLE, COMPTEUR PAR COMPTEUR S'ILS SONT
010810* NUMERIQUES (ANCIEN FORMAT TOLERE).
010820*----------------------------------------------------------------*
010830 1150-RESTAURER-SOURCE.
010840     MOVE CKP-SRC-CODE(PI-SRC-IDX)
010850         TO PI-SRC-CODE(PI-SRC-IDX).
010860     IF CKP-SRC-NB-VALIDES(PI-SRC-IDX) IS NUMERIC
010870         MOVE CKP-SRC-NB-VALIDES(PI-SRC-IDX)
010880             TO PI-SRC-NB-VALIDES(PI-SRC-IDX)
010890     END-IF.
010900     IF CKP-SRC-NB-REJETES(PI-SRC-IDX) IS NUMERIC
010910         MOVE CKP-SRC-NB-REJETES(PI-SRC-IDX)
010920             TO PI-SRC-NB-REJETES(PI-SRC-IDX)
010930     END-IF.
010940     IF CKP-SRC-NB-PAIRS(PI-SRC-IDX) IS NUMERIC
010950         MOVE CKP-SRC-NB-PAIRS(PI-SRC-IDX)
010960             TO PI-SRC-NB-PAIRS(PI-SRC-IDX)
010970     END-IF.
010980     IF CKP-SRC-NB-IMPAIRS(PI-SRC-IDX) IS NUMERIC
010990         MOVE CKP-SRC-NB-IMPAIRS(PI-SRC-IDX)
011000             TO PI-SRC-NB-IMPAIRS(PI-SRC-IDX)
011010     END-IF.
011020     IF CKP-SRC-TOT-VALEUR(PI-SRC-IDX) IS NUMERIC
011030         MOVE CKP-SRC-TOT-VALEUR(PI-SRC-IDX)
011040             TO PI-SRC-TOT-VALEUR(PI-SRC-IDX)
011050     END-IF.
011060     MOVE 0 TO PI-SRC-NB-RETENUS(PI-SRC-IDX).
011070     IF CKP-SRC-NB-RETENUS(PI-SRC-IDX) IS NUMERIC
011080         MOVE CKP-SRC-NB-RETENUS(PI-SRC-IDX)
011090             TO PI-SRC-NB-RETENUS(PI-SRC-IDX)
011100     END-IF.
011110 1150-EXIT.
011120     EXIT.
011130*
011140*----------------------------------------------------------------*
011150* REPRISE D'UN MANIFESTE : LE MANIFESTE RELU DOIT ETRE CELUI DE
011160* L'EXECUTION INTERROMPUE (MEME NOMBRE DE FICHIERS, MEMES NOMS),
011170* SINON LE TRAITEMENT S'ARRETE (CODE RETOUR 16). LES FICHIERS
011180* DEJA TRAITES RETROUVENT LEURS COMPTES ET NE SONT PAS RELUS ;
011190* LES COMPTEURS RECALCULES A LA RELECTURE (LUS, QUARANTAINE,
011200* CONTROLE DE LOT, LIGNES ECRITES EN QUARANTAINE, LOTS)
011210* REPARTENT DE LEUR VALEUR AU DEBUT DU FICHIER A REPRENDRE.
011220*----------------------------------------------------------------*
011230 1170-RESTAURER-MANIFESTE.
011240     IF NOT PI-MANIFESTE-DEMANDE
011250         DISPLAY "POINT DE CONTROLE D'UN MANIFESTE EN COURS - "
011260             "PARAMETRE MANIFESTE= REQUIS"
011270         MOVE 16 TO RETURN-CODE
011280         STOP RUN
011290     END-IF.
011300     IF CKP-MAN-NB NOT = PI-MAN-NB
011310         OR CKP-MAN-RANG > PI-MAN-NB + 1
011320         DISPLAY "MANIFESTE MODIFIE DEPUIS L'INTERRUPTION - "
011330             "REPRISE IMPOSSIBLE"
011340         MOVE 16 TO RETURN-CODE
011350         STOP RUN
011360     END-IF.
011370     MOVE "Y" TO PI-MAN-REPRISE-SW.
011380     MOVE CKP-MAN-RANG TO PI-MAN-DEPART.
011390     MOVE 0 TO PI-MAN-NB-REFUSES.
011400     PERFORM 1180-RESTAURER-FICHIER THRU 1180-EXIT
011410         VARYING PI-MAN-IDX FROM 1 BY 1
011420         UNTIL PI-MAN-IDX > PI-MAN-NB.
011430     MOVE 0 TO PI-MAN-IDX.
011440     MOVE CKP-MAN-DEB-LUS        TO PI-MAN-DEB-LUS.
011450     MOVE CKP-MAN-DEB-VALIDES    TO PI-MAN-DEB-VALIDES.
011460     MOVE CKP-MAN-DEB-REJETES    TO PI-MAN-DEB-REJETES.
011470     MOVE CKP-MAN-DEB-RETENUS    TO PI-MAN-DEB-RETENUS.
011480     MOVE CKP-MAN-DEB-QUARANT    TO PI-MAN-DEB-QUARANT.
011490     MOVE CKP-MAN-DEB-CONTROLE   TO PI-MAN-DEB-CONTROLE.
011500     MOVE CKP-MAN-DEB-QUA-ECRITS TO PI-MAN-DEB-QUA-ECRITS.
011510     MOVE CKP-MAN-DEB-NB-LOTS    TO PI-MAN-DEB-NB-LOTS.
011520     MOVE CKP-MAN-DEB-TOT-VALEUR TO PI-MAN-DEB-TOT-VALEUR.
011530     MOVE PI-MAN-DEB-LUS         TO PI-NB-LUS.
011540     MOVE PI-MAN-DEB-QUARANT     TO PI-NB-QUARANTAINE.
011550     MOVE PI-MAN-DEB-CONTROLE    TO PI-NB-ENR-CONTROLE.
011560     MOVE PI-MAN-DEB-QUA-ECRITS  TO PI-NB-QUA-ECRITS.
011570     MOVE PI-MAN-DEB-NB-LOTS     TO PI-NB-LOTS.
011580 1170-EXIT.
011590     EXIT.
011600*
011610 1180-RESTAURER-FICHIER.
011620     IF CKP-MAN-NOM(PI-MAN-IDX) NOT = PI-MAN-NOM(PI-MAN-IDX)
011630         DISPLAY "MANIFESTE MODIFIE DEPUIS L'INTERRUPTION - "
011640             "REPRISE IMPOSSIBLE"
011650         MOVE 16 TO RETURN-CODE
011660         STOP RUN
011670     END-IF.
011680     IF PI-MAN-IDX NOT < PI-MAN-DEPART
011690         GO TO 1180-EXIT
011700     END-IF.
011710     MOVE CKP-MAN-STATUT(PI-MAN-IDX)
011720         TO PI-MAN-STATUT(PI-MAN-IDX).
011730     MOVE "Y" TO PI-MAN-RESTAURE-SW(PI-MAN-IDX).
011740     MOVE CKP-MAN-NB-ENR(PI-MAN-IDX)
011750         TO PI-MAN-NB-ENR(PI-MAN-IDX).
011760     MOVE CKP-MAN-HASH(PI-MAN-IDX) TO PI-MAN-HASH(PI-MAN-IDX).
011770     MOVE CKP-MAN-NB-LUS(PI-MAN-IDX)
011780         TO PI-MAN-NB-LUS(PI-MAN-IDX).
011790     MOVE CKP-MAN-NB-VALIDES(PI-MAN-IDX)
011800         TO PI-MAN-NB-VALIDES(PI-MAN-IDX).
011810     MOVE CKP-MAN-NB-REJETES(PI-MAN-IDX)
011820         TO PI-MAN-NB-REJETES(PI-MAN-IDX).
011830     MOVE CKP-MAN-NB-RETENUS(PI-MAN-IDX)
011840         TO PI-MAN-NB-RETENUS(PI-MAN-IDX).
011850     MOVE CKP-MAN-NB-QUARANT(PI-MAN-IDX)
011860         TO PI-MAN-NB-QUARANT(PI-MAN-IDX).
011870     MOVE CKP-MAN-NB-CONTROLE(PI-MAN-IDX)
011880         TO PI-MAN-NB-CONTROLE(PI-MAN-IDX).
011890     MOVE CKP-MAN-TOT-VALEUR(PI-MAN-IDX)
011900         TO PI-MAN-TOT-VALEUR(PI-MAN-IDX).
011910     MOVE CKP-MAN-CAT-DATE(PI-MAN-IDX)
011920         TO PI-MAN-CAT-DATE(PI-MAN-IDX).
011930     MOVE CKP-MAN-CAT-EXEC(PI-MAN-IDX)
011940         TO PI-MAN-CAT-EXEC(PI-MAN-IDX).
011950     IF PI-MAN-REFUSE(PI-MAN-IDX)
011960         ADD 1 TO PI-MAN-NB-REFUSES
011970     END-IF.
011980 1180-EXIT.
011990     EXIT.
012000*
012010*----------------------------------------------------------------*
012020* OUVERTURE DU FICHIER MAITRE PAIRIMST EN MISE A JOUR. EN CAS
012030* D'ECHEC LE TRAITEMENT CONTINUE SANS CONTROLE DES DOUBLONS,
012040* AVEC SIGNALEMENT A LA CONSOLE ET SUR LE RAPPORT.
012050*----------------------------------------------------------------*
012060 1200-OUVRIR-MAITRE.
012070     OPEN I-O PAIR-IMPAIR-MST.
012080     IF PI-MST-OK OR PI-MST-ABSENT
012090         MOVE "Y" TO PI-MST-DISPO-SW
012100     ELSE
012110         MOVE "N" TO PI-MST-DISPO-SW
012120         MOVE "Y" TO PI-MST-AVERTIR-SW
012130         DISPLAY "FICHIER MAITRE INDISPONIBLE - STATUT "
012140             PI-MST-STATUT " - DOUBLONS NON CONTROLES"
012150     END-IF.
012160     PERFORM 1210-OUVRIR-HISTORIQUE THRU 1210-EXIT.
012170     PERFORM 1220-OUVRIR-BLOCAGES THRU 1220-EXIT.
012180 1200-EXIT.
012190     EXIT.
012200*
012210 1300-FERMER-MAITRE.
012220     IF PI-MST-DISPONIBLE
012230         CLOSE PAIR-IMPAIR-MST
012240         MOVE "N" TO PI-MST-DISPO-SW
012250     END-IF.
012260     IF PI-HIS-DISPONIBLE
012270         CLOSE HISTORIQUE-PASSAGES
012280         MOVE "N" TO PI-HIS-DISPO-SW
012290     END-IF.
012300     IF PI-BLQ-DISPONIBLE
012310         CLOSE BLOCAGES-FILE
012320         MOVE "N" TO PI-BLQ-DISPO-SW
012330     END-IF.
012340 1300-EXIT.
012350     EXIT.
012360*
012370*----------------------------------------------------------------*
012380* OUVERTURE DE L'HISTORIQUE DES PASSAGES PAIRIHIS EN MISE A
012390* JOUR, AVEC LE MAITRE. EN CAS D'ECHEC LE CLASSEMENT CONTINUE
012400* SANS HISTORIQUE, AVEC SIGNALEMENT A LA CONSOLE ET SUR LE
012410* RAPPORT.
012420*----------------------------------------------------------------*
012430 1210-OUVRIR-HISTORIQUE.
012440     OPEN I-O HISTORIQUE-PASSAGES.
012450     IF PI-HIS-OK OR PI-HIS-ABSENT
012460         MOVE "Y" TO PI-HIS-DISPO-SW
012470     ELSE
012480         MOVE "N" TO PI-HIS-DISPO-SW
012490         MOVE "Y" TO PI-HIS-AVERTIR-SW
012500         DISPLAY "HISTORIQUE DES PASSAGES INDISPONIBLE - STATUT "
012510             PI-HIS-STATUT " - PASSAGES NON HISTORISES"
012520     END-IF.
012530 1210-EXIT.
012540     EXIT.
012550*
012560*----------------------------------------------------------------*
012570* OUVERTURE DE LA LISTE DES NUMEROS BLOQUES PAIRIBLQ EN LECTURE,
012580* AVEC LE MAITRE. ABSENTE, AUCUN NUMERO N'EST BLOQUE ; EN
012590* ERREUR, LE CLASSEMENT CONTINUE SANS CONTROLE DES BLOCAGES,
012600* AVEC SIGNALEMENT A LA CONSOLE ET SUR LE RAPPORT.
012610*----------------------------------------------------------------*
012620 1220-OUVRIR-BLOCAGES.
012630     OPEN INPUT BLOCAGES-FILE.
012640     IF PI-BLQ-OK
012650         MOVE "Y" TO PI-BLQ-DISPO-SW
012660     ELSE
012670         MOVE "N" TO PI-BLQ-DISPO-SW
012680         IF PI-BLQ-ABSENT
012690             CLOSE BLOCAGES-FILE
012700         ELSE
012710             MOVE "Y" TO PI-BLQ-AVERTIR-SW
012720             DISPLAY "LISTE DES NUMEROS BLOQUES INDISPONIBLE - "
012730                 "STATUT " PI-BLQ-STATUT " - BLOCAGES NON "
012740                 "CONTROLES"
012750         END-IF
012760     END-IF.
012770 1220-EXIT.
012780     EXIT.
012790*
012800*----------------------------------------------------------------*
012810* OUVERTURE DU REFERENTIEL DES SERVICES EMETTEURS PAIRISRV EN
012820* LECTURE. ABSENT OU EN ERREUR, LE CONTROLE DES SERVICES EST
012830* OMIS (MEME PRINCIPE QUE LE FICHIER MAITRE) ET LE RAPPORT LE
012840* SIGNALE. L'AVERTISSEMENT N'EST AFFICHE QU'UNE FOIS.
012850*----------------------------------------------------------------*
012860 1250-OUVRIR-SERVICES.
012870     IF PI-SRV-DISPONIBLE OR PI-SRV-AVERTIR
012880         GO TO 1250-EXIT
012890     END-IF.
012900     OPEN INPUT SERVICES-FILE.
012910     IF PI-SRV-OK
012920         MOVE "Y" TO PI-SRV-DISPO-SW
012930     ELSE
012940         IF PI-SRV-ABSENT
012950             CLOSE SERVICES-FILE
012960         END-IF
012970         MOVE "N" TO PI-SRV-DISPO-SW
012980         MOVE "Y" TO PI-SRV-AVERTIR-SW
012990         DISPLAY "REFERENTIEL DES SERVICES INDISPONIBLE - STATUT "
013000             PI-SRV-STATUT " - SERVICES NON CONTROLES"
013010     END-IF.
013020 1250-EXIT.
013030     EXIT.
013040*
013050 1350-FERMER-SERVICES.
013060     IF PI-SRV-DISPONIBLE
013070         CLOSE SERVICES-FILE
013080         MOVE "N" TO PI-SRV-DISPO-SW
013090     END-IF.
013100 1350-EXIT.
013110     EXIT.
013120*
013130*----------------------------------------------------------------*
013140* RECHERCHE DU SERVICE PI-SRV-CODE-CHERCHE DANS LE REFERENTIEL :
013150* PI-SRV-ETAT REND A (ACTIF, OU REFERENTIEL INDISPONIBLE), F
013160* (FERME) OU I (INCONNU) ET PI-SRV-NOM LE NOM DU SERVICE.
013170*----------------------------------------------------------------*
013180 1400-CHERCHER-SERVICE.
013190     MOVE "A" TO PI-SRV-ETAT.
013200     MOVE SPACES TO PI-SRV-NOM.
013210     IF NOT PI-SRV-DISPONIBLE
013220         GO TO 1400-EXIT
013230     END-IF.
013240     MOVE PI-SRV-CODE-CHERCHE TO PIV-CODE.
013250     READ SERVICES-FILE
013260         INVALID KEY
013270             MOVE "I" TO PI-SRV-ETAT
013280         NOT INVALID KEY
013290             MOVE PIV-NOM TO PI-SRV-NOM
013300             IF PIV-FERME
013310                 MOVE "F" TO PI-SRV-ETAT
013320             END-IF
013330     END-READ.
013340     IF NOT PI-SRV-OK AND NOT PI-SRV-INTROUVABLE
013350         MOVE "SERVICES-FILE (LECTURE)" TO PI-MSG-ERREUR
013360         MOVE PI-SRV-STATUT TO PI-STATUT-ERREUR-FICHIER
013370         PERFORM 9000-ERREUR-FICHIER THRU 9000-EXIT
013380     END-IF.
013390 1400-EXIT.
013400     EXIT.
013410*
013420*----------------------------------------------------------------*
013430* ATTRIBUTION DU NUMERO D'EXECUTION : LE DERNIER NUMERO EST LU
013440* DANS LE FICHIER DE CONTROLE PAIRIRUN, INCREMENTE ET REECRIT.
013450* UNE REPRISE DE LOT GARDE LE NUMERO DU POINT DE CONTROLE ET
013460* NE PASSE PAS PAR ICI.
013470*----------------------------------------------------------------*
013480 1500-ATTRIBUER-NO-EXECUTION.
013490     MOVE 0 TO PI-NO-EXECUTION.
013500     OPEN INPUT RUN-CONTROL.
013510     IF NOT PI-RUN-OK AND NOT PI-RUN-ABSENT
013520         MOVE "RUN-CONTROL (OUVERTURE)" TO PI-MSG-ERREUR
013530         MOVE PI-RUN-STATUT TO PI-STATUT-ERREUR-FICHIER
013540         PERFORM 9000-ERREUR-FICHIER THRU 9000-EXIT
013550     END-IF.
013560     READ RUN-CONTROL
013570         AT END
013580             MOVE 0 TO PI-NO-EXECUTION
013590         NOT AT END
013600             IF RUN-DERNIER-NO IS NUMERIC
013610                 MOVE RUN-DERNIER-NO TO PI-NO-EXECUTION
013620             END-IF
013630     END-READ.
013640     CLOSE RUN-CONTROL.
013650     ADD 1 TO PI-NO-EXECUTION.
013660     OPEN OUTPUT RUN-CONTROL.
013670     IF NOT PI-RUN-OK AND NOT PI-RUN-ABSENT
013680         MOVE "RUN-CONTROL (OUVERTURE)" TO PI-MSG-ERREUR
013690         MOVE PI-RUN-STATUT TO PI-STATUT-ERREUR-FICHIER
013700         PERFORM 9000-ERREUR-FICHIER THRU 9000-EXIT
013710     END-IF.
013720     MOVE SPACES TO RUN-CONTROL-REC.
013730     MOVE PI-NO-EXECUTION TO RUN-DERNIER-NO.
013740     WRITE RUN-CONTROL-REC.
013750     IF NOT PI-RUN-OK
013760         MOVE "RUN-CONTROL (ECRITURE)" TO PI-MSG-ERREUR
013770         MOVE PI-RUN-STATUT TO PI-STATUT-ERREUR-FICHIER
013780         PERFORM 9000-ERREUR-FICHIER THRU 9000-EXIT
013790     END-IF.
013800     CLOSE RUN-CONTROL.
013810     DISPLAY "NUMERO D'EXECUTION " PI-NO-EXECUTION.
013820 1500-EXIT.
013830     EXIT.
013840*
013850*----------------------------------------------------------------*
013860* CHARGEMENT DES SEUILS DE RETENUE POUR APPROBATION (PAIRISEU).
013870* FICHIER ABSENT : AUCUNE VALEUR N'EST RETENUE. UN SEUIL
013880* INVALIDE ARRETE LE TRAITEMENT (CODE RETOUR 16) AVANT TOUT
013890* CLASSEMENT, COMME UN PARAMETRE PAIRIPRM INVALIDE.
013900*----------------------------------------------------------------*
013910 1600-CHARGER-SEUILS.
013920     MOVE "N" TO PI-SEUILS-SW.
013930     MOVE "N" TO PI-SEUIL-GLOBAL-SW.
013940     MOVE 0 TO PI-NB-SEUILS.
013950     OPEN INPUT SEUILS-IN.
013960     IF NOT PI-SEU-OK AND NOT PI-SEU-ABSENT
013970         MOVE "SEUILS-IN (OUVERTURE)" TO PI-MSG-ERREUR
013980         MOVE PI-SEU-STATUT TO PI-STATUT-ERREUR-FICHIER
013990         PERFORM 9000-ERREUR-FICHIER THRU 9000-EXIT
014000     END-IF.
014010     IF PI-SEU-ABSENT
014020         CLOSE SEUILS-IN
014030         GO TO 1600-EXIT
014040     END-IF.
014050     MOVE "N" TO PI-SEU-EOF-SW.
014060     PERFORM 1650-LIRE-UN-SEUIL THRU 1650-EXIT
014070         UNTIL PI-SEU-EOF.
014080     CLOSE SEUILS-IN.
014090     IF PI-SEUIL-GLOBAL-DEFINI OR PI-NB-SEUILS > 0
014100         MOVE "Y" TO PI-SEUILS-SW
014110     END-IF.
014120 1600-EXIT.
014130     EXIT.
014140*
014150 1650-LIRE-UN-SEUIL.
014160     READ SEUILS-IN
014170         AT END
014180             MOVE "Y" TO PI-SEU-EOF-SW
014190         NOT AT END
014200             IF PI-SEU-REC NOT = SPACES
014210                 AND PI-SEU-REC(1:1) NOT = "*"
014220                 PERFORM 1660-APPLIQUER-SEUIL THRU 1660-EXIT
014230             END-IF
014240     END-READ.
014250 1650-EXIT.
014260     EXIT.
014270*
014280 1660-APPLIQUER-SEUIL.
014290     MOVE SPACES TO PI-PRM-CLE.
014300     MOVE SPACES TO PI-PRM-VALEUR.
014310     UNSTRING PI-SEU-REC DELIMITED BY "="
014320         INTO PI-PRM-CLE, PI-PRM-VALEUR.
014330     MOVE FUNCTION TRIM(PI-PRM-CLE) TO PI-PRM-CLE.
014340     MOVE FUNCTION TRIM(PI-PRM-VALEUR) TO PI-PRM-VAL-NET.
014350     IF FUNCTION TEST-NUMVAL(PI-PRM-VAL-NET) = 0
014360         COMPUTE PI-SEUIL-LU = FUNCTION NUMVAL(PI-PRM-VAL-NET)
014370             ON SIZE ERROR
014380                 MOVE 0 TO PI-SEUIL-LU
014390         END-COMPUTE
014400     ELSE
014410         MOVE 0 TO PI-SEUIL-LU
014420     END-IF.
014430     IF PI-SEUIL-LU NOT > 0
014440         PERFORM 1690-SEUIL-INVALIDE THRU 1690-EXIT
014450     END-IF.
014460     EVALUATE TRUE
014470         WHEN PI-PRM-CLE = "SEUIL"
014480             MOVE "Y" TO PI-SEUIL-GLOBAL-SW
014490             MOVE PI-SEUIL-LU TO PI-SEUIL-GLOBAL
014500         WHEN PI-PRM-CLE(1:6) = "SEUIL-"
014510             AND PI-PRM-CLE(7:4) NOT = SPACES
014520             AND PI-PRM-CLE(11:10) = SPACES
014530             IF PI-NB-SEUILS >= 50
014540                 DISPLAY "TABLE DES SEUILS PLEINE (50 AU MAXIMUM)"
014550                 MOVE 16 TO RETURN-CODE
014560                 STOP RUN
014570             END-IF
014580             ADD 1 TO PI-NB-SEUILS
014590             MOVE PI-PRM-CLE(7:4) TO PI-SEU-CODE(PI-NB-SEUILS)
014600             MOVE PI-SEUIL-LU TO PI-SEU-MONTANT(PI-NB-SEUILS)
014610         WHEN OTHER
014620             PERFORM 1690-SEUIL-INVALIDE THRU 1690-EXIT
014630     END-EVALUATE.
014640 1660-EXIT.
014650     EXIT.
014660*
014670 1690-SEUIL-INVALIDE.
014680     DISPLAY "SEUIL INVALIDE : " PI-SEU-REC.
014690     MOVE 16 TO RETURN-CODE.
014700     STOP RUN.
014710 1690-EXIT.
014720     EXIT.
014730*
014740*----------------------------------------------------------------*
014750* OUVERTURE EN AJOUT DU FICHIER DES VALEURS RETENUES PAIRIRET.
014760* UNE REPRISE SUR POINT DE CONTROLE Y AJOUTE A LA SUITE, COMME
014770* POUR LA PISTE D'AUDIT.
014780*----------------------------------------------------------------*
014790 1700-OUVRIR-RETENUES.
014800     OPEN EXTEND RETENUES-FILE.
014810     IF NOT PI-RET-OK AND NOT PI-RET-ABSENT
014820         MOVE "RETENUES-FILE (OUVERTURE)" TO PI-MSG-ERREUR
014830         MOVE PI-RET-STATUT TO PI-STATUT-ERREUR-FICHIER
014840         PERFORM 9000-ERREUR-FICHIER THRU 9000-EXIT
014850     END-IF.
014860 1700-EXIT.
014870     EXIT.
014880*
014890*----------------------------------------------------------------*
014900* OUVERTURE EN AJOUT DE LA PISTE D'AUDIT. SA DERNIERE TRACE EST
014910* D'ABORD RELUE : SON NUMERO DE SEQUENCE ET SA VALEUR DE
014920* CHAINAGE SONT LE POINT DE DEPART DES TRACES DE L'EXECUTION
014930* (ZERO SUR UNE PISTE VIDE OU SANS TRACE CHAINEE). LES TRACES
014940* ECRITES AVANT LE CHAINAGE (ZONES A BLANC) SONT IGNOREES. APRES
014950* UNE CLOTURE, LA PISTE VIVANTE EST VIDE : LE DEPART EST ALORS LA
014960* DERNIERE TRACE ARCHIVEE, PORTEE PAR LE SCEAU DE CLOTURE (1770).
014970*----------------------------------------------------------------*
014980 1750-OUVRIR-AUDIT.
014990     MOVE 0 TO PI-AUD-SEQUENCE.
015000     MOVE 0 TO PI-AUD-CHAINAGE.
015010     MOVE "N" TO PI-AUD-EOF-SW.
015020     OPEN INPUT AUDIT-FILE.
015030     IF NOT PI-AUD-OK AND NOT PI-AUD-ABSENT
015040         MOVE "AUDIT-FILE (OUVERTURE)" TO PI-MSG-ERREUR
015050         MOVE PI-AUD-STATUT TO PI-STATUT-ERREUR-FICHIER
015060         PERFORM 9000-ERREUR-FICHIER THRU 9000-EXIT
015070     END-IF.
015080     PERFORM 1760-LIRE-UNE-TRACE THRU 1760-EXIT
015090         UNTIL PI-AUD-EOF.
015100     CLOSE AUDIT-FILE.
015110     IF PI-AUD-SEQUENCE = 0
015120         PERFORM 1770-LIRE-SCEAUX-CLOTURE THRU 1770-EXIT
015130     END-IF.
015140     OPEN EXTEND AUDIT-FILE.
015150     IF NOT PI-AUD-OK AND NOT PI-AUD-ABSENT
015160         MOVE "AUDIT-FILE (OUVERTURE)" TO PI-MSG-ERREUR
015170         MOVE PI-AUD-STATUT TO PI-STATUT-ERREUR-FICHIER
015180         PERFORM 9000-ERREUR-FICHIER THRU 9000-EXIT
015190     END-IF.
015200 1750-EXIT.
015210     EXIT.
015220*
015230 1760-LIRE-UNE-TRACE.
015240     READ AUDIT-FILE
015250         AT END
015260             MOVE "Y" TO PI-AUD-EOF-SW
015270         NOT AT END
015280             IF PIA-NO-SEQUENCE IS NUMERIC
015290                 AND PIA-CHAINAGE IS NUMERIC
015300                 MOVE PIA-NO-SEQUENCE TO PI-AUD-SEQUENCE
015310                 MOVE PIA-CHAINAGE TO PI-AUD-CHAINAGE
015320             END-IF
015330     END-READ.
015340 1760-EXIT.
015350     EXIT.
015360*
015370 1770-LIRE-SCEAUX-CLOTURE.
015380     MOVE "N" TO PI-SCE-EOF-SW.
015390     OPEN INPUT SCEAUX-FILE.
015400     IF NOT PI-SCE-OK AND NOT PI-SCE-ABSENT
015410         MOVE "SCEAUX-FILE (OUVERTURE)" TO PI-MSG-ERREUR
015420         MOVE PI-SCE-STATUT TO PI-STATUT-ERREUR-FICHIER
015430         PERFORM 9000-ERREUR-FICHIER THRU 9000-EXIT
015440     END-IF.
015450     PERFORM 1780-LIRE-UN-SCEAU THRU 1780-EXIT
015460         UNTIL PI-SCE-EOF.
015470     CLOSE SCEAUX-FILE.
015480 1770-EXIT.
015490     EXIT.
015500*
015510 1780-LIRE-UN-SCEAU.
015520     READ SCEAUX-FILE
015530         AT END
015540             MOVE "Y" TO PI-SCE-EOF-SW
015550         NOT AT END
015560             IF PIE-CLOTURE AND PIE-DERNIERE-SEQ IS NUMERIC
015570                 AND PIE-DERNIER-CHAINAGE IS NUMERIC
015580                 AND PIE-DERNIERE-SEQ > PI-AUD-SEQUENCE
015590                 MOVE PIE-DERNIERE-SEQ TO PI-AUD-SEQUENCE
015600                 MOVE PIE-DERNIER-CHAINAGE TO PI-AUD-CHAINAGE
015610             END-IF
015620     END-READ.
015630 1780-EXIT.
015640     EXIT.
015650*
015660*----------------------------------------------------------------*
015670* LECTURE DU FICHIER DE PARAMETRES PAIRIPRM POUR L'EXECUTION
015680* SANS OPERATEUR. S'IL EST ABSENT, LE MENU INTERACTIF EST
015690* CONSERVE. S'IL EST PRESENT, LE MODE EST OBLIGATOIRE ET TOUT
015700* PARAMETRE INVALIDE ARRETE LE TRAITEMENT (CODE RETOUR 16)
015710* POUR QUE LE PLANIFICATEUR LE DETECTE.
015720*----------------------------------------------------------------*
015730 1800-LIRE-PARAMETRES.
015740     OPEN INPUT PARAMETRES-IN.
015750     IF NOT PI-PRM-OK AND NOT PI-PRM-ABSENT
015760         MOVE "PARAMETRES-IN (OUVERTURE)" TO PI-MSG-ERREUR
015770         MOVE PI-PRM-STATUT TO PI-STATUT-ERREUR-FICHIER
015780         PERFORM 9000-ERREUR-FICHIER THRU 9000-EXIT
015790     END-IF.
015800     IF PI-PRM-ABSENT
015810         CLOSE PARAMETRES-IN
015820     ELSE
015830         MOVE "Y" TO PI-PRM-PRESENT-SW
015840         PERFORM 1850-LIRE-UN-PARAMETRE THRU 1850-EXIT
015850             UNTIL PI-PRM-EOF
015860         CLOSE PARAMETRES-IN
015870         IF NOT PI-MODE-VALIDE
015880             DISPLAY "PARAMETRE MODE ABSENT OU INVALIDE"
015890             MOVE 16 TO RETURN-CODE
015900             STOP RUN
015910         END-IF
015920         IF PI-MANIFESTE-DEMANDE
015930             AND (NOT PI-MODE-LOT OR PI-ENTREE-DONNEE)
015940             DISPLAY "PARAMETRE MANIFESTE= ADMIS EN MODE=2 SANS "
015950                 "ENTREE= SEULEMENT"
015960             MOVE 16 TO RETURN-CODE
015970             STOP RUN
015980         END-IF
015990     END-IF.
016000 1800-EXIT.
016010     EXIT.
016020*
016030 1850-LIRE-UN-PARAMETRE.
016040     READ PARAMETRES-IN
016050         AT END
016060             MOVE "Y" TO PI-PRM-EOF-SW
016070         NOT AT END
016080             IF PI-PRM-REC NOT = SPACES
016090                 AND PI-PRM-REC(1:1) NOT = "*"
016100                 PERFORM 1860-APPLIQUER-PARAMETRE
016110                     THRU 1860-EXIT
016120             END-IF
016130     END-READ.
016140 1850-EXIT.
016150     EXIT.
016160*
016170 1860-APPLIQUER-PARAMETRE.
016180     MOVE SPACES TO PI-PRM-CLE.
016190     MOVE SPACES TO PI-PRM-VALEUR.
016200     UNSTRING PI-PRM-REC DELIMITED BY "="
016210         INTO PI-PRM-CLE, PI-PRM-VALEUR.
016220     MOVE FUNCTION TRIM(PI-PRM-CLE) TO PI-PRM-CLE.
016230     MOVE FUNCTION TRIM(PI-PRM-VALEUR) TO PI-PRM-VAL-NET.
016240     EVALUATE PI-PRM-CLE
016250         WHEN "MODE"
016260             IF PI-PRM-VAL-NET = "1" OR PI-PRM-VAL-NET = "2"
016270                 OR PI-PRM-VAL-NET = "3"
016280                 MOVE PI-PRM-VAL-NET(1:1) TO PI-MODE
016290             ELSE
016300                 PERFORM 1900-PARAMETRE-INVALIDE
016310                     THRU 1900-EXIT
016320             END-IF
016330         WHEN "INTERVALLE"
016340             IF FUNCTION TEST-NUMVAL(PI-PRM-VAL-NET) = 0
016350                 COMPUTE PI-PRM-NOMBRE =
016360                     FUNCTION NUMVAL(PI-PRM-VAL-NET)
016370             ELSE
016380                 MOVE 0 TO PI-PRM-NOMBRE
016390             END-IF
016400             IF PI-PRM-NOMBRE >= 1 AND PI-PRM-NOMBRE <= 9999
016410                 MOVE PI-PRM-NOMBRE TO PI-INTERVALLE-REPRISE
016420             ELSE
016430                 PERFORM 1900-PARAMETRE-INVALIDE
016440                     THRU 1900-EXIT
016450             END-IF
016460         WHEN "ENTREE"
016470             IF PI-PRM-VAL-NET = SPACES
016480                 PERFORM 1900-PARAMETRE-INVALIDE
016490                     THRU 1900-EXIT
016500             END-IF
016510             MOVE PI-PRM-VAL-NET(1:44) TO PI-FIC-ENTREE
016520             MOVE "Y" TO PI-ENTREE-SW
016530         WHEN "MANIFESTE"
016540             IF PI-PRM-VAL-NET = SPACES
016550                 PERFORM 1900-PARAMETRE-INVALIDE
016560                     THRU 1900-EXIT
016570             END-IF
016580             MOVE PI-PRM-VAL-NET(1:44) TO PI-FIC-MANIFESTE
016590             MOVE "Y" TO PI-MANIFESTE-SW
016600         WHEN "SORTIE"
016610             IF PI-PRM-VAL-NET = SPACES
016620                 PERFORM 1900-PARAMETRE-INVALIDE
016630                     THRU 1900-EXIT
016640             END-IF
016650             MOVE PI-PRM-VAL-NET(1:44) TO PI-FIC-SORTIE
016660         WHEN "REJETS"
016670             IF PI-PRM-VAL-NET = SPACES
016680                 PERFORM 1900-PARAMETRE-INVALIDE
016690                     THRU 1900-EXIT
016700             END-IF
016710             MOVE PI-PRM-VAL-NET(1:44) TO PI-FIC-REJETS
016720         WHEN "FORCE"
016730             EVALUATE PI-PRM-VAL-NET
016740                 WHEN "OUI"
016750                     MOVE "Y" TO PI-FORCE-SW
016760                 WHEN "NON"
016770                     MOVE "N" TO PI-FORCE-SW
016780                 WHEN OTHER
016790                     PERFORM 1900-PARAMETRE-INVALIDE
016800                         THRU 1900-EXIT
016810             END-EVALUATE
016820         WHEN OTHER
016830             PERFORM 1900-PARAMETRE-INVALIDE THRU 1900-EXIT
016840     END-EVALUATE.
016850 1860-EXIT.
016860     EXIT.
016870*
016880*----------------------------------------------------------------*
016890* PARAMETRE INVALIDE : LA LIGNE FAUTIVE EST AFFICHEE ET LE
016900* TRAITEMENT S'ARRETE AVEC LE CODE RETOUR 16.
016910*----------------------------------------------------------------*
016920 1900-PARAMETRE-INVALIDE.
016930     DISPLAY "PARAMETRE INVALIDE : " PI-PRM-REC.
016940     MOVE 16 TO RETURN-CODE.
016950     STOP RUN.
016960 1900-EXIT.
016970     EXIT.
016980*
016990*----------------------------------------------------------------*
017000* DEMANDE LE MODE DE TRAITEMENT : SAISIE UNITAIRE, LOT, OU
017010* RAPPORT SEUL. LA QUESTION EST REPETEE TANT QUE LA REPONSE
017020* N'EST PAS UN CHOIX VALIDE.
017030*----------------------------------------------------------------*
017040 2000-DEMANDER-MODE.
017050     MOVE SPACE TO PI-MODE.
017060     PERFORM 2100-AFFICHER-MENU THRU 2100-EXIT
017070         UNTIL PI-MODE-VALIDE.
017080 2000-EXIT.
017090     EXIT.
017100*
017110 2100-AFFICHER-MENU.
017120     DISPLAY "1 - SAISIE UNITAIRE AU TERMINAL".
017130     DISPLAY "2 - TRAITEMENT PAR LOT DU FICHIER NUMBERS-IN".
017140     DISPLAY "3 - RAPPORT SEUL (RELECTURE DES FICHIERS PRODUITS)".
017150     DISPLAY "VOTRE CHOIX (1, 2 OU 3) : ".
017160     ACCEPT PI-MODE.
017170     IF NOT PI-MODE-VALIDE
017180         DISPLAY "CHOIX INVALIDE, RECOMMENCEZ."
017190     END-IF.
017200 2100-EXIT.
017210     EXIT.
017220*
017230*----------------------------------------------------------------*
017240* SAISIE ET CLASSEMENT D'UN SEUL NOMBRE AU TERMINAL.
017250*----------------------------------------------------------------*
017260 3000-TRAITEMENT-UNIQUE.
017270     PERFORM 1500-ATTRIBUER-NO-EXECUTION THRU 1500-EXIT.
017280     OPEN EXTEND PAIR-IMPAIR-OUT.
017290     IF NOT PI-OUT-OK AND NOT PI-OUT-ABSENT
017300         MOVE "PAIR-IMPAIR-OUT (OUVERTURE)" TO PI-MSG-ERREUR
017310         MOVE PI-OUT-STATUT TO PI-STATUT-ERREUR-FICHIER
017320         PERFORM 9000-ERREUR-FICHIER THRU 9000-EXIT
017330     END-IF.
017340     OPEN EXTEND PAIR-IMPAIR-REJ.
017350     IF NOT PI-REJ-OK AND NOT PI-REJ-ABSENT
017360         MOVE "PAIR-IMPAIR-REJ (OUVERTURE)" TO PI-MSG-ERREUR
017370         MOVE PI-REJ-STATUT TO PI-STATUT-ERREUR-FICHIER
017380         PERFORM 9000-ERREUR-FICHIER THRU 9000-EXIT
017390     END-IF.
017400     PERFORM 1750-OUVRIR-AUDIT THRU 1750-EXIT.
017410     PERFORM 1200-OUVRIR-MAITRE THRU 1200-EXIT.
017420     PERFORM 1600-CHARGER-SEUILS THRU 1600-EXIT.
017430     PERFORM 1700-OUVRIR-RETENUES THRU 1700-EXIT.
017440     DISPLAY "ENTREZ UN NOMBRE : ".
017450     ACCEPT NOMBRE-CHAINE.
017460     MOVE SPACES TO PI-SOURCE-COURANTE.
017470     ADD 1 TO PI-NB-LUS.
017480     PERFORM 6000-VALIDER-ET-CLASSER THRU 6000-EXIT.
017490     CLOSE PAIR-IMPAIR-OUT.
017500     CLOSE PAIR-IMPAIR-REJ.
017510     CLOSE AUDIT-FILE.
017520     CLOSE RETENUES-FILE.
017530     PERFORM 1300-FERMER-MAITRE THRU 1300-EXIT.
017540 3000-EXIT.
017550     EXIT.
017560*
017570*----------------------------------------------------------------*
017580* LECTURE ET CLASSEMENT DE TOUS LES ENREGISTREMENTS DU FICHIER
017590* NUMBERS-IN EN UNE SEULE PASSE : LES LIGNES D'UN LOT SONT
017600* RETENUES EN MEMOIRE JUSQU'A SA FIN "TRL" (OU JUSQU'A L'ENTETE
017610* SUIVANTE OU LA FIN DU FICHIER POUR UN LOT SANS CONTROLE), PUIS
017620* COMMISES DANS PAIRIOUT SI LE LOT EST ACCEPTE OU MISES EN
017630* QUARANTAINE S'IL EST EN ECART. LE COMPORTEMENT DE QUARANTAINE
017640* ET LES LIGNES DE STATUT DES LOTS SUR LE RAPPORT SONT CEUX DE
017650* L'ANCIENNE PREVALIDATION EN DEUX PASSES. EN MODE MANIFESTE,
017660* LES FICHIERS DE LA LISTE SONT LUS L'UN APRES L'AUTRE DE LA
017670* MEME FACON, SOUS LE MEME NUMERO D'EXECUTION ET DANS LES MEMES
017680* FICHIERS DE SORTIE.
017690*----------------------------------------------------------------*
017700 4000-TRAITEMENT-LOT.
017710     IF PI-MANIFESTE-DEMANDE
017720         PERFORM 4010-CHARGER-MANIFESTE THRU 4010-EXIT
017730     END-IF.
017740     PERFORM 1000-INITIALISER-REPRISE THRU 1000-EXIT.
017750     IF NOT PI-MANIFESTE-DEMANDE
017760         PERFORM 4020-CONTROLER-CATALOGUE THRU 4020-EXIT
017770     END-IF.
017780     IF (PI-COMPTEUR-REPRISE = 0 AND NOT PI-MAN-EN-REPRISE)
017790         OR PI-NO-EXECUTION = 0
017800         PERFORM 1500-ATTRIBUER-NO-EXECUTION THRU 1500-EXIT
017810     END-IF.
017820     IF PI-COMPTEUR-REPRISE > 0
017830         OPEN EXTEND PAIR-IMPAIR-OUT
017840         OPEN EXTEND PAIR-IMPAIR-REJ
017850     ELSE
017860         OPEN OUTPUT PAIR-IMPAIR-OUT
017870         OPEN OUTPUT PAIR-IMPAIR-REJ
017880     END-IF
017890     IF NOT PI-OUT-OK AND NOT PI-OUT-ABSENT
017900         MOVE "PAIR-IMPAIR-OUT (OUVERTURE)" TO PI-MSG-ERREUR
017910         MOVE PI-OUT-STATUT TO PI-STATUT-ERREUR-FICHIER
017920         PERFORM 9000-ERREUR-FICHIER THRU 9000-EXIT
017930     END-IF.
017940     IF NOT PI-REJ-OK AND NOT PI-REJ-ABSENT
017950         MOVE "PAIR-IMPAIR-REJ (OUVERTURE)" TO PI-MSG-ERREUR
017960         MOVE PI-REJ-STATUT TO PI-STATUT-ERREUR-FICHIER
017970         PERFORM 9000-ERREUR-FICHIER THRU 9000-EXIT
017980     END-IF.
017990     PERFORM 1750-OUVRIR-AUDIT THRU 1750-EXIT.
018000     OPEN EXTEND QUARANTAINE-FILE.
018010     IF NOT PI-QUA-OK AND NOT PI-QUA-ABSENT
018020         MOVE "QUARANTAINE-FILE (OUVERTURE)" TO PI-MSG-ERREUR
018030         MOVE PI-QUA-STATUT TO PI-STATUT-ERREUR-FICHIER
018040         PERFORM 9000-ERREUR-FICHIER THRU 9000-EXIT
018050     END-IF.
018060     PERFORM 1200-OUVRIR-MAITRE THRU 1200-EXIT.
018070     PERFORM 1250-OUVRIR-SERVICES THRU 1250-EXIT.
018080     PERFORM 1600-CHARGER-SEUILS THRU 1600-EXIT.
018090     PERFORM 1700-OUVRIR-RETENUES THRU 1700-EXIT.
018100     IF PI-MANIFESTE-DEMANDE
018110         PERFORM 4060-TRAITER-FICHIER-MANIFESTE THRU 4060-EXIT
018120             VARYING PI-MAN-IDX FROM PI-MAN-DEPART BY 1
018130             UNTIL PI-MAN-IDX > PI-MAN-NB
018140         PERFORM 4900-REINITIALISER-REPRISE THRU 4900-EXIT
018150         PERFORM 4080-CONCLURE-MANIFESTE THRU 4080-EXIT
018160     ELSE
018170         MOVE 0 TO PI-NB-LOTS
018180         PERFORM 4070-LIRE-FICHIER-ENTREE THRU 4070-EXIT
018190         PERFORM 4900-REINITIALISER-REPRISE THRU 4900-EXIT
018200         PERFORM 4950-INSCRIRE-CATALOGUE THRU 4950-EXIT
018210     END-IF.
018220     CLOSE PAIR-IMPAIR-OUT.
018230     CLOSE PAIR-IMPAIR-REJ.
018240     CLOSE AUDIT-FILE.
018250     CLOSE QUARANTAINE-FILE.
018260     CLOSE RETENUES-FILE.
018270     PERFORM 1300-FERMER-MAITRE THRU 1300-EXIT.
018280     PERFORM 1350-FERMER-SERVICES THRU 1350-EXIT.
018290 4000-EXIT.
018300     EXIT.
018310*
018320*----------------------------------------------------------------*
018330* CHARGEMENT DE LA LISTE DES FICHIERS D'ENTREE (MANIFESTE= DE
018340* PAIRIPRM) : UN NOM DE FICHIER PAR LIGNE, LES LIGNES VIDES ET
018350* LES LIGNES COMMENCANT PAR * ETANT IGNOREES. UN MANIFESTE
018360* ABSENT, VIDE OU DE PLUS DE 20 FICHIERS ARRETE LE TRAITEMENT
018370* AVEC LE CODE RETOUR 16, AVANT TOUTE ECRITURE.
018380*----------------------------------------------------------------*
018390 4010-CHARGER-MANIFESTE.
018400     MOVE 0 TO PI-MAN-NB.
018410     MOVE "N" TO PI-MNF-EOF-SW.
018420     OPEN INPUT MANIFESTE-IN.
018430     IF PI-MNF-ABSENT
018440         DISPLAY "MANIFESTE ABSENT : " PI-FIC-MANIFESTE
018450         MOVE 16 TO RETURN-CODE
018460         STOP RUN
018470     END-IF.
018480     IF NOT PI-MNF-OK
018490         MOVE "MANIFESTE-IN (OUVERTURE)" TO PI-MSG-ERREUR
018500         MOVE PI-MNF-STATUT TO PI-STATUT-ERREUR-FICHIER
018510         PERFORM 9000-ERREUR-FICHIER THRU 9000-EXIT
018520     END-IF.
018530     PERFORM 4015-LIRE-LIGNE-MANIFESTE THRU 4015-EXIT
018540         UNTIL PI-MNF-EOF.
018550     CLOSE MANIFESTE-IN.
018560     IF PI-MAN-NB = 0
018570         DISPLAY "MANIFESTE VIDE : " PI-FIC-MANIFESTE
018580         MOVE 16 TO RETURN-CODE
018590         STOP RUN
018600     END-IF.
018610     MOVE 1 TO PI-MAN-DEPART.
018620 4010-EXIT.
018630     EXIT.
018640*
018650 4015-LIRE-LIGNE-MANIFESTE.
018660     READ MANIFESTE-IN
018670         AT END
018680             MOVE "Y" TO PI-MNF-EOF-SW
018690         NOT AT END
018700             IF PI-MNF-REC NOT = SPACES
018710                 AND PI-MNF-REC(1:1) NOT = "*"
018720                 IF PI-MAN-NB >= 20
018730                     DISPLAY "MANIFESTE TROP LONG (20 FICHIERS "
018740                         "AU MAXIMUM)"
018750                     MOVE 16 TO RETURN-CODE
018760                     STOP RUN
018770                 END-IF
018780                 ADD 1 TO PI-MAN-NB
018790                 MOVE SPACES TO PI-MAN-ENTREE(PI-MAN-NB)
018800                 MOVE FUNCTION TRIM(PI-MNF-REC)
018810                     TO PI-MAN-NOM(PI-MAN-NB)
018820                 MOVE 0 TO PI-MAN-NB-ENR(PI-MAN-NB)
018830                     PI-MAN-HASH(PI-MAN-NB)
018840                     PI-MAN-NB-LUS(PI-MAN-NB)
018850                     PI-MAN-NB-VALIDES(PI-MAN-NB)
018860                     PI-MAN-NB-REJETES(PI-MAN-NB)
018870                     PI-MAN-NB-RETENUS(PI-MAN-NB)
018880                     PI-MAN-NB-QUARANT(PI-MAN-NB)
018890                     PI-MAN-NB-CONTROLE(PI-MAN-NB)
018900                     PI-MAN-TOT-VALEUR(PI-MAN-NB)
018910                     PI-MAN-CAT-DATE(PI-MAN-NB)
018920                     PI-MAN-CAT-EXEC(PI-MAN-NB)
018930             END-IF
018940     END-READ.
018950 4015-EXIT.
018960     EXIT.
018970*
018980*----------------------------------------------------------------*
018990* TRAITEMENT D'UN FICHIER DU MANIFESTE : CONTROLE DU CATALOGUE,
019000* LECTURE DU FICHIER ET INSCRIPTION AU CATALOGUE, OU REFUS SANS
019010* ARRET SI LE CONTENU A DEJA ETE TRAITE. LES COMPTES DU FICHIER
019020* SONT ARRETES PUIS UN POINT DE CONTROLE EST ECRIT SUR LE RANG
019030* SUIVANT, POUR QU'UNE REPRISE NE RETRAITE NI NE REINSCRIVE UN
019040* FICHIER ABOUTI.
019050*----------------------------------------------------------------*
019060 4060-TRAITER-FICHIER-MANIFESTE.
019070     MOVE PI-MAN-NOM(PI-MAN-IDX) TO PI-FIC-ENTREE.
019080     MOVE PI-MAN-IDX TO PI-MAN-RANG-REPRISE.
019090     IF NOT PI-MAN-EN-REPRISE
019100         PERFORM 4065-NOTER-DEBUT-FICHIER THRU 4065-EXIT
019110     END-IF.
019120     MOVE PI-MAN-IDX TO PI-RPT-NO-FIC.
019130     DISPLAY "MANIFESTE - FICHIER " PI-RPT-NO-FIC " : "
019140         PI-FIC-ENTREE.
019150     PERFORM 4020-CONTROLER-CATALOGUE THRU 4020-EXIT.
019160     MOVE PI-FIC-NB-ENR TO PI-MAN-NB-ENR(PI-MAN-IDX).
019170     MOVE PI-FIC-HASH   TO PI-MAN-HASH(PI-MAN-IDX).
019180     IF PI-FIC-REFUSE
019190         MOVE "R" TO PI-MAN-STATUT(PI-MAN-IDX)
019200         MOVE PI-CAT-DATE-TROUVEE TO PI-MAN-CAT-DATE(PI-MAN-IDX)
019210         MOVE PI-CAT-EXEC-TROUVEE TO PI-MAN-CAT-EXEC(PI-MAN-IDX)
019220         ADD 1 TO PI-MAN-NB-REFUSES
019230     ELSE
019240         PERFORM 4070-LIRE-FICHIER-ENTREE THRU 4070-EXIT
019250         PERFORM 4950-INSCRIRE-CATALOGUE THRU 4950-EXIT
019260         IF PI-FIC-NB-ENR = 0
019270             MOVE "V" TO PI-MAN-STATUT(PI-MAN-IDX)
019280         ELSE
019290             MOVE "T" TO PI-MAN-STATUT(PI-MAN-IDX)
019300         END-IF
019310     END-IF.
019320     PERFORM 4075-ARRETER-FICHIER THRU 4075-EXIT.
019330     MOVE "N" TO PI-MAN-REPRISE-SW.
019340     COMPUTE PI-MAN-RANG-REPRISE = PI-MAN-IDX + 1.
019350     PERFORM 4065-NOTER-DEBUT-FICHIER THRU 4065-EXIT.
019360     PERFORM 4810-ENREGISTRER-POINT-REPRISE THRU 4810-EXIT.
019370 4060-EXIT.
019380     EXIT.
019390*
019400 4065-NOTER-DEBUT-FICHIER.
019410     MOVE PI-NB-LUS           TO PI-MAN-DEB-LUS.
019420     MOVE PI-NB-VALIDES       TO PI-MAN-DEB-VALIDES.
019430     MOVE PI-NB-REJETES       TO PI-MAN-DEB-REJETES.
019440     MOVE PI-NB-RETENUS       TO PI-MAN-DEB-RETENUS.
019450     MOVE PI-NB-QUARANTAINE   TO PI-MAN-DEB-QUARANT.
019460     MOVE PI-NB-ENR-CONTROLE  TO PI-MAN-DEB-CONTROLE.
019470     MOVE PI-NB-QUA-ECRITS    TO PI-MAN-DEB-QUA-ECRITS.
019480     MOVE PI-NB-LOTS          TO PI-MAN-DEB-NB-LOTS.
019490     MOVE PI-TOT-VALEUR       TO PI-MAN-DEB-TOT-VALEUR.
019500 4065-EXIT.
019510     EXIT.
019520*
019530*----------------------------------------------------------------*
019540* LECTURE EN UNE PASSE DU FICHIER D'ENTREE COURANT
019550* (PI-FIC-ENTREE) : CHAQUE FICHIER COMMENCE HORS DE TOUT LOT,
019560* UN LOT NE S'ETEND JAMAIS D'UN FICHIER AU SUIVANT.
019570*----------------------------------------------------------------*
019580 4070-LIRE-FICHIER-ENTREE.
019590     OPEN INPUT NUMBERS-IN.
019600     IF NOT PI-NUMBERS-IN-OK AND NOT PI-NUMBERS-IN-ABSENT
019610         MOVE "NUMBERS-IN (OUVERTURE)" TO PI-MSG-ERREUR
019620         MOVE PI-NUMBERS-IN-STATUT TO PI-STATUT-ERREUR-FICHIER
019630         PERFORM 9000-ERREUR-FICHIER THRU 9000-EXIT
019640     END-IF.
019650     MOVE 0 TO PI-LOT-COURANT.
019660     MOVE 0 TO PI-NB-LIGNES-TAMPON.
019670     MOVE "N" TO PI-ENTETE-PRESENTE-SW.
019680     MOVE "N" TO PI-NUMBERS-IN-EOF-SW.
019690     PERFORM 4100-LIRE-UN-ENREGISTREMENT THRU 4100-EXIT
019700         UNTIL PI-NUMBERS-IN-EOF.
019710     PERFORM 4270-SOLDER-LOT-COURANT THRU 4270-EXIT.
019720     CLOSE NUMBERS-IN.
019730 4070-EXIT.
019740     EXIT.
019750*
019760 4075-ARRETER-FICHIER.
019770     COMPUTE PI-MAN-NB-LUS(PI-MAN-IDX) =
019780         PI-NB-LUS - PI-MAN-DEB-LUS.
019790     COMPUTE PI-MAN-NB-VALIDES(PI-MAN-IDX) =
019800         PI-NB-VALIDES - PI-MAN-DEB-VALIDES.
019810     COMPUTE PI-MAN-NB-REJETES(PI-MAN-IDX) =
019820         PI-NB-REJETES - PI-MAN-DEB-REJETES.
019830     COMPUTE PI-MAN-NB-RETENUS(PI-MAN-IDX) =
019840         PI-NB-RETENUS - PI-MAN-DEB-RETENUS.
019850     COMPUTE PI-MAN-NB-QUARANT(PI-MAN-IDX) =
019860         PI-NB-QUARANTAINE - PI-MAN-DEB-QUARANT.
019870     COMPUTE PI-MAN-NB-CONTROLE(PI-MAN-IDX) =
019880         PI-NB-ENR-CONTROLE - PI-MAN-DEB-CONTROLE.
019890     COMPUTE PI-MAN-TOT-VALEUR(PI-MAN-IDX) =
019900         PI-TOT-VALEUR - PI-MAN-DEB-TOT-VALEUR.
019910 4075-EXIT.
019920     EXIT.
019930*
019940*----------------------------------------------------------------*
019950* CODE RETOUR DU MANIFESTE : 8 SI UN FICHIER AU MOINS A ETE
019960* REFUSE COMME DEJA TRAITE, 12 (COMME EN FICHIER UNIQUE) SI
019970* TOUS L'ONT ETE.
019980*----------------------------------------------------------------*
019990 4080-CONCLURE-MANIFESTE.
020000     IF PI-MAN-NB-REFUSES > 0
020010         MOVE PI-MAN-NB-REFUSES TO PI-RPT-NO-FIC
020020         DISPLAY "MANIFESTE - FICHIERS REFUSES (DEJA TRAITES) : "
020030             PI-RPT-NO-FIC
020040         IF PI-MAN-NB-REFUSES = PI-MAN-NB
020050             MOVE 12 TO RETURN-CODE
020060         ELSE
020070             MOVE 8 TO RETURN-CODE
020080         END-IF
020090     END-IF.
020100 4080-EXIT.
020110     EXIT.
020120*
020130*----------------------------------------------------------------*
020140* RECONNAISSANCE DU FICHIER D'ENTREE AVANT TOUT TRAITEMENT :
020150* UNE COURTE PASSE MESURE SON NOMBRE DE LIGNES ET SON HASH
020160* (SOMME DES VALEURS ENTIERES ABSOLUES DES LIGNES NUMERIQUES
020170* MODULO 10**13, COMME LE CONTROLE DE LOT), PUIS LE CATALOGUE
020180* PAIRICAT EST CONSULTE : UN CONTENU DEJA TRAITE ARRETE LE
020190* PROGRAMME AVEC LE CODE RETOUR 12, SAUF FORCE=OUI. UNE
020200* REPRISE SUR POINT DE CONTROLE NE REFAIT PAS LE CONTROLE
020210* (LE FICHIER EN COURS N'EST INSCRIT QU'A L'ABOUTISSEMENT)
020220* MAIS MESURE QUAND MEME LE FICHIER POUR L'INSCRIPTION. EN
020230* MODE MANIFESTE, UN CONTENU DEJA TRAITE N'ARRETE PAS LE
020240* PROGRAMME : LE FICHIER EST MARQUE REFUSE (PI-FIC-REFUSE) ET
020250* LES FICHIERS SUIVANTS SONT TRAITES.
020260*----------------------------------------------------------------*
020270 4020-CONTROLER-CATALOGUE.
020280     MOVE "N" TO PI-FIC-REFUSE-SW.
020290     MOVE 0 TO PI-FIC-NB-ENR.
020300     MOVE 0 TO PI-FIC-HASH.
020310     MOVE "N" TO PI-NUMBERS-IN-EOF-SW.
020320     OPEN INPUT NUMBERS-IN.
020330     IF NOT PI-NUMBERS-IN-OK AND NOT PI-NUMBERS-IN-ABSENT
020340         MOVE "NUMBERS-IN (RECONNAISSANCE)" TO PI-MSG-ERREUR
020350         MOVE PI-NUMBERS-IN-STATUT TO PI-STATUT-ERREUR-FICHIER
020360         PERFORM 9000-ERREUR-FICHIER THRU 9000-EXIT
020370     END-IF.
020380     PERFORM 4030-MESURER-LIGNE-FICHIER THRU 4030-EXIT
020390         UNTIL PI-NUMBERS-IN-EOF.
020400     CLOSE NUMBERS-IN.
020410     MOVE "N" TO PI-NUMBERS-IN-EOF-SW.
020420     IF PI-COMPTEUR-REPRISE > PI-MAN-DEB-LUS
020430         OR PI-FIC-NB-ENR = 0
020440         GO TO 4020-EXIT
020450     END-IF.
020460     PERFORM 4040-RELIRE-CATALOGUE THRU 4040-EXIT.
020470     IF PI-CAT-TROUVE
020480         DISPLAY "FICHIER D'ENTREE DEJA TRAITE LE "
020490             PI-CAT-DATE-TROUVEE " (EXECUTION "
020500             PI-CAT-EXEC-TROUVEE ") SOUS LE NOM "
020510             PI-CAT-NOM-TROUVE
020520         IF PI-FORCE-DEMANDE
020530             DISPLAY "FORCE=OUI - TRAITEMENT POURSUIVI"
020540             GO TO 4020-EXIT
020550         END-IF
020560         IF PI-MANIFESTE-DEMANDE
020570             DISPLAY "FICHIER IGNORE - LES SUIVANTS SONT TRAITES"
020580             MOVE "Y" TO PI-FIC-REFUSE-SW
020590         ELSE
020600             DISPLAY "TRAITEMENT REFUSE - CODE RETOUR 12"
020610             MOVE 12 TO RETURN-CODE
020620             STOP RUN
020630         END-IF
020640     END-IF.
020650 4020-EXIT.
020660     EXIT.
020670*
020680 4030-MESURER-LIGNE-FICHIER.
020690     READ NUMBERS-IN
020700         AT END
020710             MOVE "Y" TO PI-NUMBERS-IN-EOF-SW
020720         NOT AT END
020730             ADD 1 TO PI-FIC-NB-ENR
020740             IF FUNCTION TEST-NUMVAL(NUMBERS-IN-REC) = 0
020750                 COMPUTE PI-FIC-HASH =
020760                     FUNCTION MOD(PI-FIC-HASH
020770                         + FUNCTION INTEGER-PART(FUNCTION ABS(
020780                           FUNCTION NUMVAL(NUMBERS-IN-REC))),
020790                         10000000000000)
020800             END-IF
020810     END-READ.
020820 4030-EXIT.
020830     EXIT.
020840*
020850 4040-RELIRE-CATALOGUE.
020860     MOVE "N" TO PI-CAT-TROUVE-SW.
020870     MOVE "N" TO PI-CAT-EOF-SW.
020880     OPEN INPUT CATALOGUE-FILE.
020890     IF NOT PI-CAT-OK AND NOT PI-CAT-ABSENT
020900         MOVE "CATALOGUE-FILE (OUVERTURE)" TO PI-MSG-ERREUR
020910         MOVE PI-CAT-STATUT TO PI-STATUT-ERREUR-FICHIER
020920         PERFORM 9000-ERREUR-FICHIER THRU 9000-EXIT
020930     END-IF.
020940     PERFORM 4050-COMPARER-ENTREE THRU 4050-EXIT
020950         UNTIL PI-CAT-EOF.
020960     CLOSE CATALOGUE-FILE.
020970 4040-EXIT.
020980     EXIT.
020990*
021000*----------------------------------------------------------------*
021010* UN CONTENU EST REPUTE IDENTIQUE QUAND LE NOMBRE DE LIGNES ET
021020* LE HASH CONCORDENT, MEME SI LE FICHIER A ETE RENOMME DEPUIS :
021030* C'EST PRECISEMENT LE CAS DU FICHIER NON RENOMME RETRAITE LA
021040* NUIT SUIVANTE SOUS UN AUTRE PARAMETRE ENTREE=.
021050*----------------------------------------------------------------*
021060 4050-COMPARER-ENTREE.
021070     READ CATALOGUE-FILE
021080         AT END
021090             MOVE "Y" TO PI-CAT-EOF-SW
021100         NOT AT END
021110             IF PIF-NB-ENR IS NUMERIC
021120                 AND PIF-HASH IS NUMERIC
021130                 AND PIF-NB-ENR = PI-FIC-NB-ENR
021140                 AND PIF-HASH = PI-FIC-HASH
021150                 MOVE "Y" TO PI-CAT-TROUVE-SW
021160                 MOVE PIF-DATE-TRAITEMENT
021170                     TO PI-CAT-DATE-TROUVEE
021180                 MOVE PIF-NO-EXECUTION
021190                     TO PI-CAT-EXEC-TROUVEE
021200                 MOVE PIF-NOM-FICHIER TO PI-CAT-NOM-TROUVE
021210             END-IF
021220     END-READ.
021230 4050-EXIT.
021240     EXIT.
021250*
021260 4100-LIRE-UN-ENREGISTREMENT.
021270     READ NUMBERS-IN
021280         AT END
021290             MOVE "Y" TO PI-NUMBERS-IN-EOF-SW
021300         NOT AT END
021310             EVALUATE NUMBERS-IN-REC(1:3)
021320                 WHEN "HDR"
021330                     PERFORM 4200-OUVRIR-LOT THRU 4200-EXIT
021340                 WHEN "TRL"
021350                     PERFORM 4250-CLOTURER-LOT THRU 4250-EXIT
021360                 WHEN OTHER
021370                     PERFORM 4310-TRAITER-LIGNE-DONNEE
021380                         THRU 4310-EXIT
021390             END-EVALUATE
021400     END-READ.
021410 4100-EXIT.
021420     EXIT.
021430*
021440*----------------------------------------------------------------*
021450* OUVERTURE D'UN LOT SUR ENTETE "HDR". LE LOT PRECEDENT ENCORE
021460* EN SUSPENS EST D'ABORD SOLDE (COMMIS S'IL EST SANS CONTROLE,
021470* MIS EN QUARANTAINE EN FIN ABSENTE S'IL ATTENDAIT SA FIN
021480* "TRL"). L'ENTETE EST CONSERVEE POUR UNE EVENTUELLE MISE EN
021490* QUARANTAINE DU LOT.
021500*----------------------------------------------------------------*
021510 4200-OUVRIR-LOT.
021520     ADD 1 TO PI-NB-ENR-CONTROLE.
021530     PERFORM 4270-SOLDER-LOT-COURANT THRU 4270-EXIT.
021540     PERFORM 4210-AJOUTER-LOT THRU 4210-EXIT.
021550     MOVE NUMBERS-IN-REC(1:22) TO LOT-ENTETE-REC.
021560     MOVE LOT-ENT-SOURCE TO PI-LOT-SOURCE(PI-LOT-COURANT).
021570     MOVE LOT-ENT-SOURCE TO PI-SRV-CODE-CHERCHE.
021580     PERFORM 1400-CHERCHER-SERVICE THRU 1400-EXIT.
021590     MOVE PI-SRV-ETAT TO PI-LOT-SERVICE(PI-LOT-COURANT).
021600     IF LOT-ENT-NB-ATTENDU IS NUMERIC
021610         MOVE LOT-ENT-NB-ATTENDU
021620             TO PI-LOT-NB-ATTENDU(PI-LOT-COURANT)
021630     END-IF.
021640     MOVE SPACE TO PI-LOT-STATUT(PI-LOT-COURANT).
021650     MOVE "Y" TO PI-ENTETE-PRESENTE-SW.
021660     MOVE NUMBERS-IN-REC TO PI-ENTETE-TAMPON.
021670 4200-EXIT.
021680     EXIT.
021690*
021700*----------------------------------------------------------------*
021710* AJOUT D'UNE ENTREE DANS LA TABLE DES LOTS ET REMISE A ZERO DU
021720* TAMPON DE LIGNES. LA TABLE EST DIMENSIONNEE A 200 LOTS PAR
021730* EXECUTION (TOUS FICHIERS DU MANIFESTE CONFONDUS) : AU-DELA LE
021740* TRAITEMENT S'ARRETE PLUTOT QUE DE CONTROLER PARTIELLEMENT.
021750*----------------------------------------------------------------*
021760 4210-AJOUTER-LOT.
021770     IF PI-NB-LOTS >= 200
021780         DISPLAY "TABLE DES LOTS PLEINE (200 LOTS AU MAXIMUM)"
021790         MOVE 16 TO RETURN-CODE
021800         STOP RUN
021810     END-IF.
021820     ADD 1 TO PI-NB-LOTS.
021830     MOVE PI-NB-LOTS TO PI-LOT-COURANT.
021840     MOVE "????" TO PI-LOT-SOURCE(PI-LOT-COURANT).
021850     MOVE 0 TO PI-LOT-NB-ATTENDU(PI-LOT-COURANT).
021860     MOVE 0 TO PI-LOT-NB-ANNONCE(PI-LOT-COURANT).
021870     MOVE 0 TO PI-LOT-NB-LU(PI-LOT-COURANT).
021880     MOVE 0 TO PI-LOT-HASH-ANNONCE(PI-LOT-COURANT).
021890     MOVE 0 TO PI-LOT-HASH-CALCULE(PI-LOT-COURANT).
021900     MOVE "S" TO PI-LOT-STATUT(PI-LOT-COURANT).
021910     MOVE "A" TO PI-LOT-SERVICE(PI-LOT-COURANT).
021920     MOVE PI-MAN-IDX TO PI-LOT-FICHIER(PI-LOT-COURANT).
021930     MOVE 0 TO PI-NB-LIGNES-TAMPON.
021940     MOVE "N" TO PI-ENTETE-PRESENTE-SW.
021950 4210-EXIT.
021960     EXIT.
021970*
021980*----------------------------------------------------------------*
021990* CLOTURE D'UN LOT SUR FIN "TRL" : LE NOMBRE ANNONCE, LE NOMBRE
022000* ATTENDU DE L'ENTETE ET LE HASH ANNONCE SONT RAPPROCHES DES
022010* CUMULS DU LOT. UN LOT ACCEPTE EST COMMIS SEANCE TENANTE ;
022020* UN LOT EN ECART PART EN QUARANTAINE AVEC SA FIN. UNE FIN
022030* SANS LOT EN SUSPENS VAUT LOT VIDE. LE REFUS DU SERVICE
022040* EMETTEUR (INCONNU OU FERME) PRIME SUR LES ECARTS DE CONTROLE.
022050*----------------------------------------------------------------*
022060 4250-CLOTURER-LOT.
022070     ADD 1 TO PI-NB-ENR-CONTROLE.
022080     IF PI-LOT-COURANT = 0
022090         PERFORM 4210-AJOUTER-LOT THRU 4210-EXIT
022100     ELSE
022110         IF NOT PI-LOT-OUVERT(PI-LOT-COURANT)
022120             AND NOT PI-LOT-SANS-CONTROLE(PI-LOT-COURANT)
022130             PERFORM 4210-AJOUTER-LOT THRU 4210-EXIT
022140         END-IF
022150     END-IF.
022160     MOVE NUMBERS-IN-REC(1:23) TO LOT-FIN-REC.
022170     IF LOT-FIN-NB-REEL IS NUMERIC
022180         MOVE LOT-FIN-NB-REEL
022190             TO PI-LOT-NB-ANNONCE(PI-LOT-COURANT)
022200     END-IF.
022210     IF LOT-FIN-HASH IS NUMERIC
022220         MOVE LOT-FIN-HASH
022230             TO PI-LOT-HASH-ANNONCE(PI-LOT-COURANT)
022240     END-IF.
022250     EVALUATE TRUE
022260         WHEN PI-LOT-SRV-REFUSE(PI-LOT-COURANT)
022270             MOVE PI-LOT-SERVICE(PI-LOT-COURANT)
022280                 TO PI-LOT-STATUT(PI-LOT-COURANT)
022290         WHEN PI-LOT-NB-ANNONCE(PI-LOT-COURANT)
022300                 NOT = PI-LOT-NB-LU(PI-LOT-COURANT)
022310             MOVE "N" TO PI-LOT-STATUT(PI-LOT-COURANT)
022320         WHEN PI-LOT-OUVERT(PI-LOT-COURANT)
022330             AND PI-LOT-NB-ATTENDU(PI-LOT-COURANT)
022340                 NOT = PI-LOT-NB-LU(PI-LOT-COURANT)
022350             MOVE "N" TO PI-LOT-STATUT(PI-LOT-COURANT)
022360         WHEN PI-LOT-HASH-ANNONCE(PI-LOT-COURANT)
022370                 NOT = PI-LOT-HASH-CALCULE(PI-LOT-COURANT)
022380             MOVE "H" TO PI-LOT-STATUT(PI-LOT-COURANT)
022390         WHEN OTHER
022400             MOVE "E" TO PI-LOT-STATUT(PI-LOT-COURANT)
022410     END-EVALUATE.
022420     IF PI-LOT-ACCEPTE(PI-LOT-COURANT)
022430         PERFORM 4500-COMMETTRE-LOT THRU 4500-EXIT
022440     ELSE
022450         PERFORM 4600-METTRE-LOT-EN-QUARANTAINE
022460             THRU 4600-EXIT
022470         MOVE NUMBERS-IN-REC TO PI-LIGNE-COURANTE
022480         PERFORM 4700-ECRIRE-QUARANTAINE THRU 4700-EXIT
022490     END-IF.
022500 4250-EXIT.
022510     EXIT.
022520*
022530*----------------------------------------------------------------*
022540* SOLDE DU LOT ENCORE EN SUSPENS A L'ENTETE SUIVANTE OU A LA
022550* FIN DU FICHIER : UN LOT CONTROLE SANS FIN "TRL" EST MARQUE
022560* FIN ABSENTE ET MIS EN QUARANTAINE ; UN LOT SANS CONTROLE EST
022570* ACCEPTE TEL QUEL (STATUT "S", COMPATIBILITE AVEC LES FICHIERS
022580* A L'ANCIEN FORMAT) ET COMMIS. LE LOT D'UN SERVICE REFUSE
022590* PART EN QUARANTAINE SOUS LE MOTIF DU SERVICE.
022600*----------------------------------------------------------------*
022610 4270-SOLDER-LOT-COURANT.
022620     IF PI-LOT-COURANT = 0
022630         GO TO 4270-EXIT
022640     END-IF.
022650     EVALUATE TRUE
022660         WHEN PI-LOT-OUVERT(PI-LOT-COURANT)
022670             IF PI-LOT-SRV-REFUSE(PI-LOT-COURANT)
022680                 MOVE PI-LOT-SERVICE(PI-LOT-COURANT)
022690                     TO PI-LOT-STATUT(PI-LOT-COURANT)
022700             ELSE
022710                 MOVE "T" TO PI-LOT-STATUT(PI-LOT-COURANT)
022720             END-IF
022730             PERFORM 4600-METTRE-LOT-EN-QUARANTAINE
022740                 THRU 4600-EXIT
022750         WHEN PI-LOT-SANS-CONTROLE(PI-LOT-COURANT)
022760             AND PI-NB-LIGNES-TAMPON > 0
022770             PERFORM 4500-COMMETTRE-LOT THRU 4500-EXIT
022780         WHEN OTHER
022790             CONTINUE
022800     END-EVALUATE.
022810 4270-EXIT.
022820     EXIT.
022830*
022840*----------------------------------------------------------------*
022850* UNE LIGNE DE DONNEES : ELLE EST COMPTEE ET CUMULEE DANS LE
022860* HASH DE SON LOT (SOMME DES VALEURS ENTIERES ABSOLUES MODULO
022870* 10**13) PUIS RETENUE AU TAMPON JUSQU'A LA DECISION SUR LE
022880* LOT. UNE LIGNE HORS DE TOUT LOT OUVRE UN LOT IMPLICITE SANS
022890* CONTROLE (FICHIER A L'ANCIEN FORMAT).
022900*----------------------------------------------------------------*
022910 4310-TRAITER-LIGNE-DONNEE.
022920     IF PI-LOT-COURANT = 0
022930         PERFORM 4210-AJOUTER-LOT THRU 4210-EXIT
022940     ELSE
022950         IF NOT PI-LOT-OUVERT(PI-LOT-COURANT)
022960             AND NOT PI-LOT-SANS-CONTROLE(PI-LOT-COURANT)
022970             PERFORM 4210-AJOUTER-LOT THRU 4210-EXIT
022980         END-IF
022990     END-IF.
023000     ADD 1 TO PI-LOT-NB-LU(PI-LOT-COURANT).
023010     IF FUNCTION TEST-NUMVAL(NUMBERS-IN-REC) = 0
023020         COMPUTE PI-LOT-HASH-CALCULE(PI-LOT-COURANT) =
023030             FUNCTION MOD(PI-LOT-HASH-CALCULE(PI-LOT-COURANT)
023040                 + FUNCTION INTEGER-PART(FUNCTION ABS(
023050                   FUNCTION NUMVAL(NUMBERS-IN-REC))),
023060                 10000000000000)
023070     END-IF.
023080     PERFORM 4320-TAMPONNER-LIGNE THRU 4320-EXIT.
023090 4310-EXIT.
023100     EXIT.
023110*
023120*----------------------------------------------------------------*
023130* RETENUE D'UNE LIGNE AU TAMPON DU LOT COURANT. LE TAMPON EST
023140* DIMENSIONNE A 5000 LIGNES PAR LOT : AU-DELA LE TRAITEMENT
023150* S'ARRETE PLUTOT QUE DE COMMETTRE UN LOT INCOMPLET.
023160*----------------------------------------------------------------*
023170 4320-TAMPONNER-LIGNE.
023180     IF PI-NB-LIGNES-TAMPON >= 5000
023190         DISPLAY "LOT TROP GRAND (5000 LIGNES AU MAXIMUM)"
023200         MOVE 16 TO RETURN-CODE
023210         STOP RUN
023220     END-IF.
023230     ADD 1 TO PI-NB-LIGNES-TAMPON.
023240     MOVE NUMBERS-IN-REC
023250         TO PI-LIGNE-TAMPON(PI-NB-LIGNES-TAMPON).
023260 4320-EXIT.
023270     EXIT.
023280*
023290*----------------------------------------------------------------*
023300* CLASSEMENT D'UNE LIGNE D'UN LOT ACCEPTE, AU FIL DE LA
023310* RELECTURE DU TAMPON. LES LIGNES DEJA TRAITEES AVANT UNE
023320* REPRISE SONT SAUTEES GRACE AU COMPTEUR DU POINT DE CONTROLE.
023330*----------------------------------------------------------------*
023340 4400-TRAITER-LIGNE-ACCEPTEE.
023350     ADD 1 TO PI-NB-LUS.
023360     IF PI-NB-LUS > PI-COMPTEUR-REPRISE
023370         PERFORM 4420-MESURER-LIGNE THRU 4420-EXIT
023380         MOVE PI-LIGNE-COURANTE TO NOMBRE-CHAINE
023390         IF PI-LONGUEUR-BRUTE > 10
023400             PERFORM 4450-REJETER-LIGNE-TROP-LONGUE
023410                 THRU 4450-EXIT
023420         ELSE
023430             PERFORM 6000-VALIDER-ET-CLASSER
023440                 THRU 6000-EXIT
023450         END-IF
023460         PERFORM 4800-ECRIRE-POINT-REPRISE
023470             THRU 4800-EXIT
023480     END-IF.
023490 4400-EXIT.
023500     EXIT.
023510*
023520*----------------------------------------------------------------*
023530* MESURE LA LONGUEUR REELLE (HORS BLANCS DE FIN) DE LA LIGNE
023540* BRUTE RELUE DU TAMPON, AVANT TRONCATURE DANS NOMBRE-CHAINE.
023550*----------------------------------------------------------------*
023560 4420-MESURER-LIGNE.
023570     MOVE FUNCTION LENGTH(FUNCTION TRIM(PI-LIGNE-COURANTE))
023580         TO PI-LONGUEUR-BRUTE.
023590 4420-EXIT.
023600     EXIT.
023610*
023620*----------------------------------------------------------------*
023630* LA LIGNE DEPASSE LES 10 CARACTERES DE NOMBRE-CHAINE : ELLE EST
023640* REJETEE EN BLOC (CODE RAISON 3) AU LIEU D'ETRE RELUE COMME
023650* PLUSIEURS ENREGISTREMENTS DISTINCTS.
023660*----------------------------------------------------------------*
023670 4450-REJETER-LIGNE-TROP-LONGUE.
023680     MOVE "N" TO VALIDE.
023690     MOVE "N" TO PI-RETENUE-SW.
023700     MOVE 0 TO RESTE.
023710     MOVE "3" TO PI-CODE-RAISON.
023720     ADD 1 TO PI-NB-REJETES.
023730     ADD 1 TO PI-NB-REJ-RAISON(3).
023740     PERFORM 6600-ECRIRE-REJET THRU 6600-EXIT.
023750     PERFORM 6700-ECRIRE-AUDIT THRU 6700-EXIT.
023760     PERFORM 6900-CUMULER-SOURCE THRU 6900-EXIT.
023770 4450-EXIT.
023780     EXIT.
023790*
023800*----------------------------------------------------------------*
023810* COMMISSION D'UN LOT ACCEPTE : LES LIGNES RETENUES AU TAMPON
023820* SONT CLASSEES DANS L'ORDRE D'ARRIVEE, SOUS LE SERVICE
023830* EMETTEUR DU LOT, PUIS LE TAMPON EST LIBERE.
023840*----------------------------------------------------------------*
023850 4500-COMMETTRE-LOT.
023860     MOVE PI-LOT-SOURCE(PI-LOT-COURANT) TO PI-SOURCE-COURANTE.
023870     PERFORM 4550-COMMETTRE-LIGNE THRU 4550-EXIT
023880         VARYING PI-TAMPON-IDX FROM 1 BY 1
023890         UNTIL PI-TAMPON-IDX > PI-NB-LIGNES-TAMPON.
023900     MOVE 0 TO PI-NB-LIGNES-TAMPON.
023910     MOVE "N" TO PI-ENTETE-PRESENTE-SW.
023920 4500-EXIT.
023930     EXIT.
023940*
023950 4550-COMMETTRE-LIGNE.
023960     MOVE PI-LIGNE-TAMPON(PI-TAMPON-IDX) TO PI-LIGNE-COURANTE.
023970     PERFORM 4400-TRAITER-LIGNE-ACCEPTEE THRU 4400-EXIT.
023980 4550-EXIT.
023990     EXIT.
024000*
024010*----------------------------------------------------------------*
024020* MISE EN QUARANTAINE D'UN LOT REFUSE : L'ENTETE CONSERVEE PUIS
024030* LES LIGNES DU TAMPON SONT ECRITES TELLES QUELLES DANS
024040* PAIRIQUA (LA FIN "TRL", QUAND ELLE EXISTE, EST AJOUTEE PAR LE
024050* 4250), PUIS LE TAMPON EST LIBERE.
024060*----------------------------------------------------------------*
024070 4600-METTRE-LOT-EN-QUARANTAINE.
024080     IF PI-ENTETE-PRESENTE
024090         MOVE PI-ENTETE-TAMPON TO PI-LIGNE-COURANTE
024100         PERFORM 4700-ECRIRE-QUARANTAINE THRU 4700-EXIT
024110     END-IF.
024120     PERFORM 4650-QUARANTAINE-UNE-LIGNE THRU 4650-EXIT
024130         VARYING PI-TAMPON-IDX FROM 1 BY 1
024140         UNTIL PI-TAMPON-IDX > PI-NB-LIGNES-TAMPON.
024150     MOVE 0 TO PI-NB-LIGNES-TAMPON.
024160     MOVE "N" TO PI-ENTETE-PRESENTE-SW.
024170 4600-EXIT.
024180     EXIT.
024190*
024200 4650-QUARANTAINE-UNE-LIGNE.
024210     ADD 1 TO PI-NB-QUARANTAINE.
024220     MOVE PI-LIGNE-TAMPON(PI-TAMPON-IDX) TO PI-LIGNE-COURANTE.
024230     PERFORM 4700-ECRIRE-QUARANTAINE THRU 4700-EXIT.
024240 4650-EXIT.
024250     EXIT.
024260*
024270*----------------------------------------------------------------*
024280* CONSERVE LA LIGNE COURANTE (ENTETE, DONNEE OU FIN) D'UN LOT
024290* REFUSE DANS LE FICHIER DE QUARANTAINE PAIRIQUA, AVEC SON LOT,
024300* SON SERVICE EMETTEUR, L'EXECUTION ET LE MOTIF DU REFUS. LES
024310* LIGNES DEJA ECRITES AVANT UNE REPRISE NE SONT PAS REECRITES
024320* (COMPTEUR PI-NB-QUA-ECRITS REPORTE AU POINT DE CONTROLE).
024330*----------------------------------------------------------------*
024340 4700-ECRIRE-QUARANTAINE.
024350     ADD 1 TO PI-NB-QUA-ECRITS.
024360     IF PI-NB-QUA-ECRITS NOT > PI-QUA-REPRISE
024370         GO TO 4700-EXIT
024380     END-IF.
024390     EVALUATE TRUE
024400         WHEN PI-LOT-ECART-NOMBRE(PI-LOT-COURANT)
024410             MOVE "ECART NOMBRE" TO PI-QUA-MOTIF
024420         WHEN PI-LOT-ECART-HASH(PI-LOT-COURANT)
024430             MOVE "ECART HASH" TO PI-QUA-MOTIF
024440         WHEN PI-LOT-FIN-ABSENTE(PI-LOT-COURANT)
024450             MOVE "FIN ABSENTE" TO PI-QUA-MOTIF
024460         WHEN PI-LOT-SERVICE-INCONNU(PI-LOT-COURANT)
024470             MOVE "SERVICE INCONNU" TO PI-QUA-MOTIF
024480         WHEN PI-LOT-SERVICE-FERME(PI-LOT-COURANT)
024490             MOVE "SERVICE FERME" TO PI-QUA-MOTIF
024500         WHEN OTHER
024510             MOVE "INDETERMINE" TO PI-QUA-MOTIF
024520     END-EVALUATE.
024530     MOVE SPACES              TO PAIR-IMPAIR-QUA-REC.
024540     MOVE PI-NO-EXECUTION     TO PIQ-NO-EXECUTION.
024550     MOVE PI-LOT-COURANT      TO PIQ-NO-LOT.
024560     MOVE PI-LOT-SOURCE(PI-LOT-COURANT) TO PIQ-SOURCE.
024570     MOVE PI-CURRENT-DATE     TO PIQ-DATE-MISE.
024580     MOVE SPACE               TO PIQ-STATUT.
024590     MOVE PI-QUA-MOTIF        TO PIQ-MOTIF.
024600     MOVE PI-LIGNE-COURANTE   TO PIQ-LIGNE.
024610     WRITE PAIR-IMPAIR-QUA-REC.
024620     IF NOT PI-QUA-OK
024630         MOVE "QUARANTAINE-FILE (ECRITURE)" TO PI-MSG-ERREUR
024640         MOVE PI-QUA-STATUT TO PI-STATUT-ERREUR-FICHIER
024650         PERFORM 9000-ERREUR-FICHIER THRU 9000-EXIT
024660     END-IF.
024670 4700-EXIT.
024680     EXIT.
024690*
024700*----------------------------------------------------------------*
024710* ENREGISTRE LE POINT DE CONTROLE TOUS LES PI-INTERVALLE-REPRISE
024720* ENREGISTREMENTS TRAITES, POUR PERMETTRE UNE REPRISE ULTERIEURE.
024730*----------------------------------------------------------------*
024740 4800-ECRIRE-POINT-REPRISE.
024750     IF FUNCTION MOD(PI-NB-LUS, PI-INTERVALLE-REPRISE) = 0
024760         PERFORM 4810-ENREGISTRER-POINT-REPRISE THRU 4810-EXIT
024770     END-IF.
024780 4800-EXIT.
024790     EXIT.
024800*
024810*----------------------------------------------------------------*
024820* ECRITURE DU POINT DE CONTROLE. EN MODE MANIFESTE IL PORTE AUSSI
024830* LE RANG DU FICHIER A REPRENDRE, LES COMPTEURS DE L'EXECUTION
024840* AU DEBUT DE CE FICHIER ET LES COMPTES DES FICHIERS DU
024850* MANIFESTE.
024860*----------------------------------------------------------------*
024870 4810-ENREGISTRER-POINT-REPRISE.
024880     OPEN OUTPUT CHECKPOINT-FILE.
024890     IF NOT PI-CKP-OK AND NOT PI-CKP-ABSENT
024900         MOVE "CHECKPOINT-FILE (OUVERTURE)" TO PI-MSG-ERREUR
024910         MOVE PI-CKP-STATUT TO PI-STATUT-ERREUR-FICHIER
024920         PERFORM 9000-ERREUR-FICHIER THRU 9000-EXIT
024930     END-IF.
024940     MOVE SPACES TO PI-CKP-REC.
024950     MOVE PI-NB-LUS      TO CKP-NB-LUS.
024960     MOVE PI-NB-VALIDES  TO CKP-NB-VALIDES.
024970     MOVE PI-NB-REJETES  TO CKP-NB-REJETES.
024980     MOVE PI-NB-PAIRS    TO CKP-NB-PAIRS.
024990     MOVE PI-NB-IMPAIRS  TO CKP-NB-IMPAIRS.
025000     MOVE PI-NO-EXECUTION TO CKP-NO-EXECUTION.
025010     MOVE PI-TOT-VALEUR      TO CKP-TOT-VALEUR.
025020     MOVE PI-TOT-VAL-PAIRS   TO CKP-TOT-VAL-PAIRS.
025030     MOVE PI-TOT-VAL-IMPAIRS TO CKP-TOT-VAL-IMPAIRS.
025040     MOVE PI-TOT-HASH        TO CKP-TOT-HASH.
025050     MOVE PI-NB-DOUBLONS     TO CKP-NB-DOUBLONS.
025060     MOVE PI-NB-QUARANTAINE  TO CKP-NB-QUARANTAINE.
025070     MOVE PI-NB-QUA-ECRITS   TO CKP-NB-QUA-ECRITS.
025080     MOVE PI-NB-RETENUS      TO CKP-NB-RETENUS.
025090     MOVE PI-TOT-VAL-RETENUES TO CKP-TOT-VAL-RETENUES.
025100     PERFORM 4850-REPORTER-REJ-RAISON THRU 4850-EXIT
025110         VARYING PI-RAISON-IDX FROM 1 BY 1
025120         UNTIL PI-RAISON-IDX > 6.
025130     MOVE PI-NB-SOURCES TO CKP-NB-SOURCES.
025140     PERFORM 4860-REPORTER-SOURCE THRU 4860-EXIT
025150         VARYING PI-SRC-IDX FROM 1 BY 1
025160         UNTIL PI-SRC-IDX > PI-NB-SOURCES.
025170     MOVE PI-MAN-RANG-REPRISE TO CKP-MAN-RANG.
025180     IF PI-MANIFESTE-DEMANDE
025190         MOVE PI-MAN-NB              TO CKP-MAN-NB
025200         MOVE PI-MAN-DEB-LUS         TO CKP-MAN-DEB-LUS
025210         MOVE PI-MAN-DEB-VALIDES     TO CKP-MAN-DEB-VALIDES
025220         MOVE PI-MAN-DEB-REJETES     TO CKP-MAN-DEB-REJETES
025230         MOVE PI-MAN-DEB-RETENUS     TO CKP-MAN-DEB-RETENUS
025240         MOVE PI-MAN-DEB-QUARANT     TO CKP-MAN-DEB-QUARANT
025250         MOVE PI-MAN-DEB-CONTROLE    TO CKP-MAN-DEB-CONTROLE
025260         MOVE PI-MAN-DEB-QUA-ECRITS  TO CKP-MAN-DEB-QUA-ECRITS
025270         MOVE PI-MAN-DEB-NB-LOTS     TO CKP-MAN-DEB-NB-LOTS
025280         MOVE PI-MAN-DEB-TOT-VALEUR  TO CKP-MAN-DEB-TOT-VALEUR
025290         PERFORM 4870-REPORTER-FICHIER THRU 4870-EXIT
025300             VARYING PI-MAN-CKP-IDX FROM 1 BY 1
025310             UNTIL PI-MAN-CKP-IDX > PI-MAN-NB
025320     END-IF.
025330     WRITE PI-CKP-REC.
025340     IF NOT PI-CKP-OK
025350         MOVE "CHECKPOINT-FILE (ECRITURE)" TO PI-MSG-ERREUR
025360         MOVE PI-CKP-STATUT TO PI-STATUT-ERREUR-FICHIER
025370         PERFORM 9000-ERREUR-FICHIER THRU 9000-EXIT
025380     END-IF.
025390     CLOSE CHECKPOINT-FILE.
025400 4810-EXIT.
025410     EXIT.
025420*
025430 4850-REPORTER-REJ-RAISON.
025440     MOVE PI-NB-REJ-RAISON(PI-RAISON-IDX)
025450         TO CKP-NB-REJ-RAISON(PI-RAISON-IDX).
025460 4850-EXIT.
025470     EXIT.
025480*
025490 4860-REPORTER-SOURCE.
025500     MOVE PI-SRC-CODE(PI-SRC-IDX)
025510         TO CKP-SRC-CODE(PI-SRC-IDX).
025520     MOVE PI-SRC-NB-VALIDES(PI-SRC-IDX)
025530         TO CKP-SRC-NB-VALIDES(PI-SRC-IDX).
025540     MOVE PI-SRC-NB-REJETES(PI-SRC-IDX)
025550         TO CKP-SRC-NB-REJETES(PI-SRC-IDX).
025560     MOVE PI-SRC-NB-PAIRS(PI-SRC-IDX)
025570         TO CKP-SRC-NB-PAIRS(PI-SRC-IDX).
025580     MOVE PI-SRC-NB-IMPAIRS(PI-SRC-IDX)
025590         TO CKP-SRC-NB-IMPAIRS(PI-SRC-IDX).
025600     MOVE PI-SRC-TOT-VALEUR(PI-SRC-IDX)
025610         TO CKP-SRC-TOT-VALEUR(PI-SRC-IDX).
025620     MOVE PI-SRC-NB-RETENUS(PI-SRC-IDX)
025630         TO CKP-SRC-NB-RETENUS(PI-SRC-IDX).
025640 4860-EXIT.
025650     EXIT.
025660*
025670 4870-REPORTER-FICHIER.
025680     MOVE PI-MAN-NOM(PI-MAN-CKP-IDX)
025690         TO CKP-MAN-NOM(PI-MAN-CKP-IDX).
025700     MOVE PI-MAN-STATUT(PI-MAN-CKP-IDX)
025710         TO CKP-MAN-STATUT(PI-MAN-CKP-IDX).
025720     MOVE PI-MAN-NB-ENR(PI-MAN-CKP-IDX)
025730         TO CKP-MAN-NB-ENR(PI-MAN-CKP-IDX).
025740     MOVE PI-MAN-HASH(PI-MAN-CKP-IDX)
025750         TO CKP-MAN-HASH(PI-MAN-CKP-IDX).
025760     MOVE PI-MAN-NB-LUS(PI-MAN-CKP-IDX)
025770         TO CKP-MAN-NB-LUS(PI-MAN-CKP-IDX).
025780     MOVE PI-MAN-NB-VALIDES(PI-MAN-CKP-IDX)
025790         TO CKP-MAN-NB-VALIDES(PI-MAN-CKP-IDX).
025800     MOVE PI-MAN-NB-REJETES(PI-MAN-CKP-IDX)
025810         TO CKP-MAN-NB-REJETES(PI-MAN-CKP-IDX).
025820     MOVE PI-MAN-NB-RETENUS(PI-MAN-CKP-IDX)
025830         TO CKP-MAN-NB-RETENUS(PI-MAN-CKP-IDX).
025840     MOVE PI-MAN-NB-QUARANT(PI-MAN-CKP-IDX)
025850         TO CKP-MAN-NB-QUARANT(PI-MAN-CKP-IDX).
025860     MOVE PI-MAN-NB-CONTROLE(PI-MAN-CKP-IDX)
025870         TO CKP-MAN-NB-CONTROLE(PI-MAN-CKP-IDX).
025880     MOVE PI-MAN-TOT-VALEUR(PI-MAN-CKP-IDX)
025890         TO CKP-MAN-TOT-VALEUR(PI-MAN-CKP-IDX).
025900     MOVE PI-MAN-CAT-DATE(PI-MAN-CKP-IDX)
025910         TO CKP-MAN-CAT-DATE(PI-MAN-CKP-IDX).
025920     MOVE PI-MAN-CAT-EXEC(PI-MAN-CKP-IDX)
025930         TO CKP-MAN-CAT-EXEC(PI-MAN-CKP-IDX).
025940 4870-EXIT.
025950     EXIT.
025960*
025970*----------------------------------------------------------------*
025980* LE LOT S'EST TERMINE NORMALEMENT : LE POINT DE CONTROLE EST
025990* REMIS A ZERO POUR QUE LE PROCHAIN LOT REPARTE DE ZERO.
026000*----------------------------------------------------------------*
026010 4900-REINITIALISER-REPRISE.
026020     OPEN OUTPUT CHECKPOINT-FILE.
026030     IF NOT PI-CKP-OK AND NOT PI-CKP-ABSENT
026040         MOVE "CHECKPOINT-FILE (OUVERTURE)" TO PI-MSG-ERREUR
026050         MOVE PI-CKP-STATUT TO PI-STATUT-ERREUR-FICHIER
026060         PERFORM 9000-ERREUR-FICHIER THRU 9000-EXIT
026070     END-IF.
026080     MOVE SPACES TO PI-CKP-REC.
026090     MOVE 0 TO CKP-NB-LUS
026100               CKP-NB-VALIDES
026110               CKP-NB-REJETES
026120               CKP-NB-PAIRS
026130               CKP-NB-IMPAIRS
026140               CKP-NO-EXECUTION
026150         CKP-TOT-VALEUR
026160         CKP-TOT-VAL-PAIRS
026170         CKP-TOT-VAL-IMPAIRS
026180         CKP-TOT-HASH.
026190     MOVE 0 TO CKP-NB-DOUBLONS.
026200     MOVE 0 TO CKP-NB-QUARANTAINE CKP-NB-QUA-ECRITS.
026210     MOVE 0 TO CKP-NB-SOURCES.
026220     MOVE SPACES TO CKP-TABLE-SOURCES.
026230     MOVE 0 TO CKP-NB-RETENUS CKP-TOT-VAL-RETENUES.
026240     MOVE SPACES TO CKP-TABLE-RETENUS.
026250     MOVE 0 TO CKP-NB-REJ-RAISON(1) CKP-NB-REJ-RAISON(2)
026260               CKP-NB-REJ-RAISON(3) CKP-NB-REJ-RAISON(4)
026270               CKP-NB-REJ-RAISON(5) CKP-NB-REJ-RAISON(6).
026280     MOVE 0 TO CKP-MAN-RANG CKP-MAN-NB.
026290     WRITE PI-CKP-REC.
026300     IF NOT PI-CKP-OK
026310         MOVE "CHECKPOINT-FILE (ECRITURE)" TO PI-MSG-ERREUR
026320         MOVE PI-CKP-STATUT TO PI-STATUT-ERREUR-FICHIER
026330         PERFORM 9000-ERREUR-FICHIER THRU 9000-EXIT
026340     END-IF.
026350     CLOSE CHECKPOINT-FILE.
026360 4900-EXIT.
026370     EXIT.
026380*
026390*----------------------------------------------------------------*
026400* INSCRIPTION DU FICHIER ABOUTI AU CATALOGUE PAIRICAT : NOM
026410* D'ENTREE, DATE, EXECUTION, NOMBRE DE LIGNES ET HASH MESURES
026420* PAR LA PASSE DE RECONNAISSANCE. UN FICHIER VIDE N'EST PAS
026430* INSCRIT, NI UN FICHIER DONT AUCUNE LIGNE N'A ETE CLASSEE
026440* (TOUS LES LOTS EN QUARANTAINE) : LE LOT LIBERE PAR LE
026450* PROGRAMME QUARANTAINE REPREND LES MEMES LIGNES DE DONNEES ET
026460* AURAIT DONC LE MEME NOMBRE ET LE MEME HASH QUE L'ORIGINAL -
026470* L'INSCRIRE FERAIT REFUSER SON RETRAITEMENT ENTREE=QUARLIBE.
026480*----------------------------------------------------------------*
026490 4950-INSCRIRE-CATALOGUE.
026500     IF PI-FIC-NB-ENR = 0 OR PI-NB-LUS = PI-MAN-DEB-LUS
026510         GO TO 4950-EXIT
026520     END-IF.
026530     OPEN EXTEND CATALOGUE-FILE.
026540     IF NOT PI-CAT-OK AND NOT PI-CAT-ABSENT
026550         MOVE "CATALOGUE-FILE (OUVERTURE)" TO PI-MSG-ERREUR
026560         MOVE PI-CAT-STATUT TO PI-STATUT-ERREUR-FICHIER
026570         PERFORM 9000-ERREUR-FICHIER THRU 9000-EXIT
026580     END-IF.
026590     MOVE SPACES          TO PAIR-IMPAIR-CAT-REC.
026600     MOVE PI-FIC-ENTREE   TO PIF-NOM-FICHIER.
026610     MOVE PI-CURRENT-DATE TO PIF-DATE-TRAITEMENT.
026620     MOVE PI-NO-EXECUTION TO PIF-NO-EXECUTION.
026630     MOVE PI-FIC-NB-ENR   TO PIF-NB-ENR.
026640     MOVE PI-FIC-HASH     TO PIF-HASH.
026650     WRITE PAIR-IMPAIR-CAT-REC.
026660     IF NOT PI-CAT-OK
026670         MOVE "CATALOGUE-FILE (ECRITURE)" TO PI-MSG-ERREUR
026680         MOVE PI-CAT-STATUT TO PI-STATUT-ERREUR-FICHIER
026690         PERFORM 9000-ERREUR-FICHIER THRU 9000-EXIT
026700     END-IF.
026710     CLOSE CATALOGUE-FILE.
026720 4950-EXIT.
026730     EXIT.
026740*
026750*----------------------------------------------------------------*
026760* RECALCULE LES TOTAUX DE CONTROLE PAR RELECTURE DES FICHIERS
026770* PAIR-IMPAIR-OUT ET PAIR-IMPAIR-REJ DEJA PRODUITS, SANS
026780* RETRAITER AUCUN NOMBRE (RAPPORT SEUL, AUCUNE ECRITURE).
026790*----------------------------------------------------------------*
026800 5000-RAPPORT-SEUL.
026810     OPEN INPUT PAIR-IMPAIR-OUT.
026820     IF NOT PI-OUT-OK AND NOT PI-OUT-ABSENT
026830         MOVE "PAIR-IMPAIR-OUT (OUVERTURE)" TO PI-MSG-ERREUR
026840         MOVE PI-OUT-STATUT TO PI-STATUT-ERREUR-FICHIER
026850         PERFORM 9000-ERREUR-FICHIER THRU 9000-EXIT
026860     END-IF.
026870     PERFORM 5100-LIRE-UN-RESULTAT THRU 5100-EXIT
026880         UNTIL PI-OUT-EOF.
026890     CLOSE PAIR-IMPAIR-OUT.
026900     OPEN INPUT PAIR-IMPAIR-REJ.
026910     IF NOT PI-REJ-OK AND NOT PI-REJ-ABSENT
026920         MOVE "PAIR-IMPAIR-REJ (OUVERTURE)" TO PI-MSG-ERREUR
026930         MOVE PI-REJ-STATUT TO PI-STATUT-ERREUR-FICHIER
026940         PERFORM 9000-ERREUR-FICHIER THRU 9000-EXIT
026950     END-IF.
026960     PERFORM 5200-LIRE-UN-REJET THRU 5200-EXIT
026970         UNTIL PI-REJ-EOF.
026980     CLOSE PAIR-IMPAIR-REJ.
026990     OPEN INPUT RETENUES-FILE.
027000     IF NOT PI-RET-OK AND NOT PI-RET-ABSENT
027010         MOVE "RETENUES-FILE (OUVERTURE)" TO PI-MSG-ERREUR
027020         MOVE PI-RET-STATUT TO PI-STATUT-ERREUR-FICHIER
027030         PERFORM 9000-ERREUR-FICHIER THRU 9000-EXIT
027040     END-IF.
027050     PERFORM 5300-LIRE-UNE-RETENUE THRU 5300-EXIT
027060         UNTIL PI-RET-EOF.
027070     CLOSE RETENUES-FILE.
027080 5000-EXIT.
027090     EXIT.
027100*
027110 5100-LIRE-UN-RESULTAT.
027120     READ PAIR-IMPAIR-OUT
027130         AT END
027140             MOVE "Y" TO PI-OUT-EOF-SW
027150         NOT AT END
027160             ADD 1 TO PI-NB-LUS
027170             ADD 1 TO PI-NB-VALIDES
027180             IF PIR-VALEUR IS NUMERIC
027190                 MOVE PIR-VALEUR TO PI-VAL-RELUE
027200             ELSE
027210                 MOVE PIR-NOMBRE TO PI-VAL-RELUE
027220             END-IF
027230             ADD PI-VAL-RELUE TO PI-TOT-VALEUR
027240             COMPUTE PI-TOT-HASH =
027250                 FUNCTION MOD(PI-TOT-HASH
027260                     + FUNCTION INTEGER-PART(FUNCTION ABS(
027270                       PI-VAL-RELUE)), 10000000000000)
027280             IF PIR-RESTE = 0
027290                 ADD 1 TO PI-NB-PAIRS
027300                 ADD PI-VAL-RELUE TO PI-TOT-VAL-PAIRS
027310             ELSE
027320                 ADD 1 TO PI-NB-IMPAIRS
027330                 ADD PI-VAL-RELUE TO PI-TOT-VAL-IMPAIRS
027340             END-IF
027350             IF PIR-DOUBLON
027360                 ADD 1 TO PI-NB-DOUBLONS
027370             END-IF
027380     END-READ.
027390 5100-EXIT.
027400     EXIT.
027410*
027420 5200-LIRE-UN-REJET.
027430     READ PAIR-IMPAIR-REJ
027440         AT END
027450             MOVE "Y" TO PI-REJ-EOF-SW
027460         NOT AT END
027470             ADD 1 TO PI-NB-LUS
027480             ADD 1 TO PI-NB-REJETES
027490     END-READ.
027500 5200-EXIT.
027510     EXIT.
027520*
027530*----------------------------------------------------------------*
027540* SEULES LES VALEURS ENCORE EN ATTENTE D'APPROBATION SONT
027550* COMPTEES : UNE VALEUR APPROUVEE OU REFUSEE FIGURE DEJA DANS
027560* PAIR-IMPAIR-OUT OU PAIR-IMPAIR-REJ.
027570*----------------------------------------------------------------*
027580 5300-LIRE-UNE-RETENUE.
027590     READ RETENUES-FILE
027600         AT END
027610             MOVE "Y" TO PI-RET-EOF-SW
027620         NOT AT END
027630             IF PIT-OUVERTE
027640                 ADD 1 TO PI-NB-LUS
027650                 ADD 1 TO PI-NB-RETENUS
027660                 IF PIT-VALEUR IS NUMERIC
027670                     ADD PIT-VALEUR TO PI-TOT-VAL-RETENUES
027680                 END-IF
027690             END-IF
027700     END-READ.
027710 5300-EXIT.
027720     EXIT.
027730*
027740*----------------------------------------------------------------*
027750* VALIDATION DU CONTENU DE NOMBRE-CHAINE PUIS CALCUL DE LA
027760* PARITE. PARAGRAPHE COMMUN A LA SAISIE UNITAIRE ET AU LOT.
027770*----------------------------------------------------------------*
027780 6000-VALIDER-ET-CLASSER.
027790     MOVE "O" TO VALIDE.
027800     MOVE "N" TO PI-POINT-VU-SW.
027810     MOVE "N" TO PI-RETENUE-SW.
027820     MOVE SPACE TO PI-CODE-RAISON.
027830     MOVE FUNCTION LENGTH(FUNCTION TRIM(NOMBRE-CHAINE))
027840         TO LONGUEUR.
027850     IF LONGUEUR = 0
027860         MOVE "N" TO VALIDE
027870         MOVE "1" TO PI-CODE-RAISON
027880     ELSE
027890         PERFORM VARYING I FROM 1 BY 1 UNTIL I > LONGUEUR
027900             MOVE NOMBRE-CHAINE(I:1) TO CAR
027910             EVALUATE TRUE
027920                 WHEN CAR >= "0" AND CAR <= "9"
027930                     CONTINUE
027940                 WHEN (CAR = "+" OR CAR = "-") AND I = 1
027950                     CONTINUE
027960                 WHEN CAR = "." AND NOT PI-POINT-DEJA-VU
027970                     MOVE "Y" TO PI-POINT-VU-SW
027980                 WHEN OTHER
027990                     MOVE "N" TO VALIDE
028000                     MOVE "2" TO PI-CODE-RAISON
028010             END-EVALUATE
028020         END-PERFORM
028030     END-IF.
028040     IF VALIDE-OUI
028050         COMPUTE PI-VAL-NUMVAL = FUNCTION NUMVAL(NOMBRE-CHAINE)
028060             ON SIZE ERROR
028070                 MOVE "N" TO VALIDE
028080                 MOVE "4" TO PI-CODE-RAISON
028090         END-COMPUTE
028100     END-IF.
028110     IF VALIDE-OUI
028120         AND LONGUEUR = 10
028130         AND NOT PI-POINT-DEJA-VU
028140         AND NOMBRE-CHAINE(1:1) >= "0"
028150         AND NOMBRE-CHAINE(1:1) <= "9"
028160         MOVE FUNCTION INTEGER-PART(PI-VAL-NUMVAL) TO NOMBRE
028170         CALL "CLECTRL" USING NOMBRE, PI-CLE-RESULTAT
028180         IF PI-CLE-RESULTAT = "N"
028190             MOVE "N" TO VALIDE
028200             MOVE "5" TO PI-CODE-RAISON
028210         END-IF
028220     END-IF.
028230     IF VALIDE-OUI AND PI-BLQ-DISPONIBLE
028240         PERFORM 6650-CONTROLER-BLOCAGE THRU 6650-EXIT
028250     END-IF.
028260     IF VALIDE-OUI AND PI-SEUILS-ACTIFS
028270         PERFORM 6750-CONTROLER-SEUIL THRU 6750-EXIT
028280     END-IF.
028290     IF PI-VALEUR-RETENUE
028300         PERFORM 6800-RETENIR-VALEUR THRU 6800-EXIT
028310         PERFORM 6900-CUMULER-SOURCE THRU 6900-EXIT
028320         GO TO 6000-EXIT
028330     END-IF.
028340     IF VALIDE-NON
028350         ADD 1 TO PI-NB-REJETES
028360         IF PI-CODE-RAISON >= "1" AND PI-CODE-RAISON <= "6"
028370             MOVE PI-CODE-RAISON TO PI-RAISON-IDX
028380             ADD 1 TO PI-NB-REJ-RAISON(PI-RAISON-IDX)
028390         END-IF
028400         MOVE 0 TO RESTE
028410         PERFORM 6600-ECRIRE-REJET THRU 6600-EXIT
028420         PERFORM 6700-ECRIRE-AUDIT THRU 6700-EXIT
028430     ELSE
028440         ADD 1 TO PI-NB-VALIDES
028450         ADD PI-VAL-NUMVAL TO PI-TOT-VALEUR
028460         COMPUTE PI-TOT-HASH =
028470             FUNCTION MOD(PI-TOT-HASH
028480                 + FUNCTION INTEGER-PART(FUNCTION ABS(
028490                   PI-VAL-NUMVAL)), 10000000000000)
028500         MOVE FUNCTION INTEGER-PART(PI-VAL-NUMVAL) TO NOMBRE
028510         CALL "PARITE" USING NOMBRE, RESTE, VALIDE
028520         IF RESTE = 0
028530             ADD 1 TO PI-NB-PAIRS
028540             ADD PI-VAL-NUMVAL TO PI-TOT-VAL-PAIRS
028550             DISPLAY "LE NOMBRE " NOMBRE " EST PAIR."
028560         ELSE
028570             ADD 1 TO PI-NB-IMPAIRS
028580             ADD PI-VAL-NUMVAL TO PI-TOT-VAL-IMPAIRS
028590             DISPLAY "LE NOMBRE " NOMBRE " EST IMPAIR."
028600         END-IF
028610         PERFORM 6500-ECRIRE-RESULTAT THRU 6500-EXIT
028620         PERFORM 6700-ECRIRE-AUDIT THRU 6700-EXIT
028630     END-IF.
028640     PERFORM 6900-CUMULER-SOURCE THRU 6900-EXIT.
028650 6000-EXIT.
028660     EXIT.
028670*
028680*----------------------------------------------------------------*
028690* ECRITURE DU RESULTAT DU CLASSEMENT DANS PAIR-IMPAIR-OUT.
028700*----------------------------------------------------------------*
028710 6500-ECRIRE-RESULTAT.
028720     PERFORM 6550-METTRE-A-JOUR-MAITRE THRU 6550-EXIT.
028730     MOVE SPACES              TO PAIR-IMPAIR-REC
028740     MOVE NOMBRE              TO PIR-NOMBRE
028750     MOVE RESTE               TO PIR-RESTE
028760     MOVE VALIDE              TO PIR-VALIDE
028770     MOVE PI-CURRENT-DATE     TO PIR-DATE-TRAITEMENT
028780     MOVE PI-CODE-DOUBLON     TO PIR-CODE-DOUBLON
028790     MOVE PI-NO-EXECUTION     TO PIR-NO-EXECUTION
028800     MOVE PI-SOURCE-COURANTE  TO PIR-SOURCE
028810     MOVE PI-VAL-NUMVAL       TO PIR-VALEUR
028820     WRITE PAIR-IMPAIR-REC.
028830     IF NOT PI-OUT-OK
028840         MOVE "PAIR-IMPAIR-OUT (ECRITURE)" TO PI-MSG-ERREUR
028850         MOVE PI-OUT-STATUT TO PI-STATUT-ERREUR-FICHIER
028860         PERFORM 9000-ERREUR-FICHIER THRU 9000-EXIT
028870     END-IF.
028880     PERFORM 6560-ECRIRE-HISTORIQUE THRU 6560-EXIT.
028890 6500-EXIT.
028900     EXIT.
028910*
028920*----------------------------------------------------------------*
028930* MISE A JOUR DU FICHIER MAITRE PAIRIMST : PREMIER PASSAGE DU
028940* NOMBRE = CREATION, PASSAGE SUIVANT = DOUBLON (DATE DE
028950* DERNIER PASSAGE ET COMPTE DE PASSAGES MIS A JOUR, CODE
028960* DOUBLON POSE DANS PAIR-IMPAIR-OUT).
028970*----------------------------------------------------------------*
028980 6550-METTRE-A-JOUR-MAITRE.
028990     MOVE SPACE TO PI-CODE-DOUBLON.
029000     IF NOT PI-MST-DISPONIBLE
029010         GO TO 6550-EXIT
029020     END-IF.
029030     MOVE NOMBRE TO PIM-NOMBRE.
029040     READ PAIR-IMPAIR-MST
029050         INVALID KEY
029060             MOVE NOMBRE          TO PIM-NOMBRE
029070             MOVE RESTE           TO PIM-RESTE
029080             MOVE VALIDE          TO PIM-VALIDE
029090             MOVE PI-CURRENT-DATE TO PIM-DATE-PREMIERE
029100             MOVE PI-CURRENT-DATE TO PIM-DATE-DERNIERE
029110             MOVE 1               TO PIM-NB-PASSAGES
029120             MOVE PI-NO-EXECUTION TO PIM-NO-EXEC-PREMIER
029130             MOVE PI-NO-EXECUTION TO PIM-NO-EXEC-DERNIER
029140             MOVE PI-SOURCE-COURANTE TO PIM-SOURCE
029150             MOVE PI-VAL-NUMVAL   TO PIM-VALEUR
029160             WRITE PAIR-IMPAIR-MST-REC
029170             IF NOT PI-MST-OK
029180                 MOVE "PAIR-IMPAIR-MST (ECRITURE)"
029190                     TO PI-MSG-ERREUR
029200                 MOVE PI-MST-STATUT
029210                     TO PI-STATUT-ERREUR-FICHIER
029220                 PERFORM 9000-ERREUR-FICHIER THRU 9000-EXIT
029230             END-IF
029240         NOT INVALID KEY
029250             MOVE "D" TO PI-CODE-DOUBLON
029260             ADD 1 TO PI-NB-DOUBLONS
029270             ADD 1 TO PIM-NB-PASSAGES
029280             MOVE RESTE           TO PIM-RESTE
029290             MOVE VALIDE          TO PIM-VALIDE
029300             MOVE PI-CURRENT-DATE TO PIM-DATE-DERNIERE
029310             MOVE PI-NO-EXECUTION TO PIM-NO-EXEC-DERNIER
029320             MOVE PI-SOURCE-COURANTE TO PIM-SOURCE
029330             MOVE PI-VAL-NUMVAL   TO PIM-VALEUR
029340             REWRITE PAIR-IMPAIR-MST-REC
029350             IF NOT PI-MST-OK
029360                 MOVE "PAIR-IMPAIR-MST (REECRITURE)"
029370                     TO PI-MSG-ERREUR
029380                 MOVE PI-MST-STATUT
029390                     TO PI-STATUT-ERREUR-FICHIER
029400                 PERFORM 9000-ERREUR-FICHIER THRU 9000-EXIT
029410             END-IF
029420     END-READ.
029430 6550-EXIT.
029440     EXIT.
029450*
029460*----------------------------------------------------------------*
029470* ECRITURE DU PASSAGE DANS L'HISTORIQUE PAIRIHIS. LE RANG 1 EST
029480* TENTE D'ABORD ; SI LE NOMBRE EST DEJA PASSE DANS LA MEME
029490* EXECUTION (CLE EN DOUBLE), LE RANG SUIVANT EST ESSAYE.
029500*----------------------------------------------------------------*
029510 6560-ECRIRE-HISTORIQUE.
029520     IF NOT PI-HIS-DISPONIBLE
029530         GO TO 6560-EXIT
029540     END-IF.
029550     MOVE SPACES              TO PAIR-IMPAIR-HIS-REC.
029560     MOVE NOMBRE              TO PIH-NOMBRE.
029570     MOVE PI-NO-EXECUTION     TO PIH-NO-EXECUTION.
029580     MOVE 0                   TO PIH-NO-RANG.
029590     MOVE PI-CURRENT-DATE     TO PIH-DATE.
029600     MOVE PI-SOURCE-COURANTE  TO PIH-SOURCE.
029610     MOVE PI-VAL-NUMVAL       TO PIH-VALEUR.
029620     MOVE "PAIR-IMPAIR"       TO PIH-PROGRAMME.
029630     MOVE "N" TO PI-HIS-ECRIT-SW.
029640     PERFORM 6570-ECRIRE-UN-RANG THRU 6570-EXIT
029650         UNTIL PI-HIS-ECRIT.
029660 6560-EXIT.
029670     EXIT.
029680*
029690 6570-ECRIRE-UN-RANG.
029700     IF PIH-NO-RANG = 999
029710         MOVE "HISTORIQUE-PASSAGES (RANG)" TO PI-MSG-ERREUR
029720         MOVE PI-HIS-STATUT TO PI-STATUT-ERREUR-FICHIER
029730         PERFORM 9000-ERREUR-FICHIER THRU 9000-EXIT
029740     END-IF.
029750     ADD 1 TO PIH-NO-RANG.
029760     WRITE PAIR-IMPAIR-HIS-REC.
029770     IF PI-HIS-OK
029780         MOVE "Y" TO PI-HIS-ECRIT-SW
029790     ELSE
029800         IF NOT PI-HIS-DOUBLE
029810             MOVE "HISTORIQUE-PASSAGES (ECRITURE)"
029820                 TO PI-MSG-ERREUR
029830             MOVE PI-HIS-STATUT TO PI-STATUT-ERREUR-FICHIER
029840             PERFORM 9000-ERREUR-FICHIER THRU 9000-EXIT
029850         END-IF
029860     END-IF.
029870 6570-EXIT.
029880     EXIT.
029890*
029900*----------------------------------------------------------------*
029910* ECRITURE D'UN ENREGISTREMENT REJETE DANS PAIR-IMPAIR-REJ AVEC
029920* SON CODE RAISON (1 = BLANC, 2 = CARACTERE, 3 = LONGUEUR,
029930* 4 = DEPASSEMENT, 5 = CLE DE CONTROLE INVALIDE, 6 = NUMERO
029940* BLOQUE).
029950*----------------------------------------------------------------*
029960 6600-ECRIRE-REJET.
029970     MOVE SPACES               TO PAIR-IMPAIR-REJ-REC
029980     MOVE NOMBRE-CHAINE        TO PIJ-NOMBRE-CHAINE
029990     MOVE PI-CODE-RAISON       TO PIJ-CODE-RAISON
030000     MOVE PI-CURRENT-DATE      TO PIJ-DATE-TRAITEMENT
030010     MOVE PI-NO-EXECUTION      TO PIJ-NO-EXECUTION
030020     MOVE PI-SOURCE-COURANTE   TO PIJ-SOURCE
030030     WRITE PAIR-IMPAIR-REJ-REC.
030040     IF NOT PI-REJ-OK
030050         MOVE "PAIR-IMPAIR-REJ (ECRITURE)" TO PI-MSG-ERREUR
030060         MOVE PI-REJ-STATUT TO PI-STATUT-ERREUR-FICHIER
030070         PERFORM 9000-ERREUR-FICHIER THRU 9000-EXIT
030080     END-IF.
030090 6600-EXIT.
030100     EXIT.
030110*
030120*----------------------------------------------------------------*
030130* CONTROLE DE LA LISTE DES NUMEROS BLOQUES SUR LA PARTIE ENTIERE
030140* DE LA VALEUR (MEME CLE QUE LE MAITRE) : UN BLOCAGE ACTIF DONT
030150* LA PERIODE COUVRE LA DATE DU TRAITEMENT REJETTE LE NOMBRE
030160* AVEC LA RAISON 6. UN BLOCAGE LEVE, A VENIR OU ECHU EST SANS
030170* EFFET.
030180*----------------------------------------------------------------*
030190 6650-CONTROLER-BLOCAGE.
030200     MOVE FUNCTION INTEGER-PART(PI-VAL-NUMVAL) TO NOMBRE.
030210     MOVE NOMBRE TO PIB-NOMBRE.
030220     READ BLOCAGES-FILE
030230         INVALID KEY
030240             GO TO 6650-EXIT
030250     END-READ.
030260     IF NOT PI-BLQ-OK
030270         MOVE "BLOCAGES-FILE (LECTURE)" TO PI-MSG-ERREUR
030280         MOVE PI-BLQ-STATUT TO PI-STATUT-ERREUR-FICHIER
030290         PERFORM 9000-ERREUR-FICHIER THRU 9000-EXIT
030300     END-IF.
030310     IF PIB-ACTIF
030320         AND PIB-DATE-DEBUT <= PI-CURRENT-DATE
030330         AND (PIB-DATE-FIN = 0 OR PIB-DATE-FIN >= PI-CURRENT-DATE)
030340         MOVE "N" TO VALIDE
030350         MOVE "6" TO PI-CODE-RAISON
030360     END-IF.
030370 6650-EXIT.
030380     EXIT.
030390*
030400*----------------------------------------------------------------*
030410* TRACE DANS AUDIT-FILE DE CHAQUE NOMBRE TRAITE ET DE SON
030420* RESULTAT, POUR LA REVUE DE CONFORMITE, NUMEROTEE ET CHAINEE
030430* A LA TRACE PRECEDENTE.
030440*----------------------------------------------------------------*
030450 6700-ECRIRE-AUDIT.
030460     ACCEPT PI-CURRENT-TIME FROM TIME.
030470     MOVE SPACES               TO PAIR-IMPAIR-AUD-REC
030480     MOVE PI-CURRENT-DATE      TO PIA-DATE
030490     MOVE PI-CURRENT-TIME      TO PIA-HEURE
030500     MOVE NOMBRE-CHAINE        TO PIA-NOMBRE-CHAINE
030510     MOVE VALIDE               TO PIA-VALIDE
030520     IF PI-VALEUR-RETENUE
030530         MOVE "T"              TO PIA-VALIDE
030540     END-IF
030550     MOVE RESTE                TO PIA-RESTE
030560     MOVE PI-NO-EXECUTION      TO PIA-NO-EXECUTION
030570     ADD 1 TO PI-AUD-SEQUENCE.
030580     MOVE PI-AUD-SEQUENCE TO PIA-NO-SEQUENCE.
030590     CALL "CHAINAGE" USING PIA-DONNEES, PIA-NO-SEQUENCE,
030600         PI-AUD-CHAINAGE, PIA-CHAINAGE.
030610     WRITE PAIR-IMPAIR-AUD-REC.
030620     IF NOT PI-AUD-OK
030630         MOVE "AUDIT-FILE (ECRITURE)" TO PI-MSG-ERREUR
030640         MOVE PI-AUD-STATUT TO PI-STATUT-ERREUR-FICHIER
030650         PERFORM 9000-ERREUR-FICHIER THRU 9000-EXIT
030660     END-IF.
030670     MOVE PIA-CHAINAGE TO PI-AUD-CHAINAGE.
030680 6700-EXIT.
030690     EXIT.
030700*
030710*----------------------------------------------------------------*
030720* CONTROLE DU SEUIL DE RETENUE : LE SEUIL PROPRE AU SERVICE
030730* EMETTEUR (SEUIL-XXXX) PREVAUT SUR LE SEUIL GENERAL (SEUIL).
030740* SANS SEUIL APPLICABLE LA VALEUR EST CLASSEE NORMALEMENT. LA
030750* VALEUR ABSOLUE EST COMPAREE, UN MONTANT NEGATIF IMPORTANT
030760* ETANT AUSSI SENSIBLE QU'UN MONTANT POSITIF.
030770*----------------------------------------------------------------*
030780 6750-CONTROLER-SEUIL.
030790     MOVE "N" TO PI-SEUIL-TROUVE-SW.
030800     PERFORM 6760-COMPARER-SEUIL THRU 6760-EXIT
030810         VARYING PI-SEU-IDX FROM 1 BY 1
030820         UNTIL PI-SEU-IDX > PI-NB-SEUILS
030830             OR PI-SEUIL-TROUVE.
030840     IF NOT PI-SEUIL-TROUVE
030850         IF PI-SEUIL-GLOBAL-DEFINI
030860             MOVE PI-SEUIL-GLOBAL TO PI-SEUIL-APPLIQUE
030870         ELSE
030880             GO TO 6750-EXIT
030890         END-IF
030900     END-IF.
030910     IF FUNCTION ABS(PI-VAL-NUMVAL) > PI-SEUIL-APPLIQUE
030920         MOVE "Y" TO PI-RETENUE-SW
030930     END-IF.
030940 6750-EXIT.
030950     EXIT.
030960*
030970 6760-COMPARER-SEUIL.
030980     IF PI-SEU-CODE(PI-SEU-IDX) = PI-SOURCE-COURANTE
030990         MOVE "Y" TO PI-SEUIL-TROUVE-SW
031000         MOVE PI-SEU-MONTANT(PI-SEU-IDX) TO PI-SEUIL-APPLIQUE
031010     END-IF.
031020 6760-EXIT.
031030     EXIT.
031040*
031050*----------------------------------------------------------------*
031060* VALEUR AU-DELA DU SEUIL : ELLE N'EST NI CLASSEE NI PORTEE AU
031070* MAITRE MAIS ECRITE DANS PAIRIRET EN ATTENTE D'APPROBATION
031080* (PROGRAMME APPROBATION), AVEC UNE TRACE D'AUDIT "T". ELLE EST
031090* COMPTEE A PART (NI VALIDEE NI REJETEE) POUR QUE LES TOTAUX DE
031100* LA JOURNEE RESTENT EQUILIBRES.
031110*----------------------------------------------------------------*
031120 6800-RETENIR-VALEUR.
031130     ADD 1 TO PI-NB-RETENUS.
031140     ADD PI-VAL-NUMVAL TO PI-TOT-VAL-RETENUES.
031150     MOVE 0 TO RESTE.
031160     MOVE SPACES               TO PAIR-IMPAIR-RET-REC
031170     MOVE PI-NO-EXECUTION      TO PIT-NO-EXECUTION
031180     MOVE PI-NB-RETENUS        TO PIT-NO-SEQUENCE
031190     MOVE PI-CURRENT-DATE      TO PIT-DATE-MISE
031200     MOVE PI-SOURCE-COURANTE   TO PIT-SOURCE
031210     MOVE NOMBRE-CHAINE        TO PIT-NOMBRE-CHAINE
031220     MOVE PI-VAL-NUMVAL        TO PIT-VALEUR
031230     MOVE PI-SEUIL-APPLIQUE    TO PIT-SEUIL
031240     MOVE 0                    TO PIT-DATE-VISA
031250     MOVE 0                    TO PIT-DATE-CONFIRM
031260     MOVE 0                    TO PIT-NO-EXEC-DECISION
031270     WRITE PAIR-IMPAIR-RET-REC.
031280     IF NOT PI-RET-OK
031290         MOVE "RETENUES-FILE (ECRITURE)" TO PI-MSG-ERREUR
031300         MOVE PI-RET-STATUT TO PI-STATUT-ERREUR-FICHIER
031310         PERFORM 9000-ERREUR-FICHIER THRU 9000-EXIT
031320     END-IF.
031330     DISPLAY "LE NOMBRE " NOMBRE-CHAINE
031340         " EST RETENU POUR APPROBATION.".
031350     PERFORM 6700-ECRIRE-AUDIT THRU 6700-EXIT.
031360 6800-EXIT.
031370     EXIT.
031380*
031390*----------------------------------------------------------------*
031400* CUMUL DU RESULTAT DE L'ENREGISTREMENT COURANT DANS LA
031410* VENTILATION PAR SERVICE EMETTEUR (ENTREE CREEE AU PREMIER
031420* ENREGISTREMENT DU SERVICE). LE COMMUTATEUR VALIDE ET LE RESTE
031430* DE LA DIVISION PORTENT ENCORE LE RESULTAT DU CLASSEMENT.
031440*----------------------------------------------------------------*
031450 6900-CUMULER-SOURCE.
031460     PERFORM 6910-CHERCHER-SOURCE THRU 6910-EXIT.
031470     IF PI-SRC-TROUVE = 0
031480         PERFORM 6930-AJOUTER-SOURCE THRU 6930-EXIT
031490     END-IF.
031500     IF PI-VALEUR-RETENUE
031510         ADD 1 TO PI-SRC-NB-RETENUS(PI-SRC-TROUVE)
031520         GO TO 6900-EXIT
031530     END-IF.
031540     IF VALIDE-OUI
031550         ADD 1 TO PI-SRC-NB-VALIDES(PI-SRC-TROUVE)
031560         ADD PI-VAL-NUMVAL TO PI-SRC-TOT-VALEUR(PI-SRC-TROUVE)
031570         IF RESTE = 0
031580             ADD 1 TO PI-SRC-NB-PAIRS(PI-SRC-TROUVE)
031590         ELSE
031600             ADD 1 TO PI-SRC-NB-IMPAIRS(PI-SRC-TROUVE)
031610         END-IF
031620     ELSE
031630         ADD 1 TO PI-SRC-NB-REJETES(PI-SRC-TROUVE)
031640     END-IF.
031650 6900-EXIT.
031660     EXIT.
031670*
031680 6910-CHERCHER-SOURCE.
031690     MOVE 0 TO PI-SRC-TROUVE.
031700     PERFORM 6920-COMPARER-SOURCE THRU 6920-EXIT
031710         VARYING PI-SRC-IDX FROM 1 BY 1
031720         UNTIL PI-SRC-IDX > PI-NB-SOURCES
031730             OR PI-SRC-TROUVE > 0.
031740 6910-EXIT.
031750     EXIT.
031760*
031770 6920-COMPARER-SOURCE.
031780     IF PI-SRC-CODE(PI-SRC-IDX) = PI-SOURCE-COURANTE
031790         MOVE PI-SRC-IDX TO PI-SRC-TROUVE
031800     END-IF.
031810 6920-EXIT.
031820     EXIT.
031830*
031840*----------------------------------------------------------------*
031850* AJOUT D'UN SERVICE EMETTEUR DANS LA TABLE DE VENTILATION. LA
031860* TABLE EST DIMENSIONNEE A 20 SERVICES PAR EXECUTION : AU-DELA
031870* LE TRAITEMENT S'ARRETE PLUTOT QUE DE VENTILER PARTIELLEMENT.
031880*----------------------------------------------------------------*
031890 6930-AJOUTER-SOURCE.
031900     IF PI-NB-SOURCES >= 20
031910         DISPLAY "TABLE DES SERVICES PLEINE (20 AU MAXIMUM)"
031920         MOVE 16 TO RETURN-CODE
031930         STOP RUN
031940     END-IF.
031950     ADD 1 TO PI-NB-SOURCES.
031960     MOVE PI-NB-SOURCES TO PI-SRC-TROUVE.
031970     MOVE PI-SOURCE-COURANTE TO PI-SRC-CODE(PI-SRC-TROUVE).
031980     MOVE 0 TO PI-SRC-NB-VALIDES(PI-SRC-TROUVE).
031990     MOVE 0 TO PI-SRC-NB-REJETES(PI-SRC-TROUVE).
032000     MOVE 0 TO PI-SRC-NB-PAIRS(PI-SRC-TROUVE).
032010     MOVE 0 TO PI-SRC-NB-IMPAIRS(PI-SRC-TROUVE).
032020     MOVE 0 TO PI-SRC-TOT-VALEUR(PI-SRC-TROUVE).
032030     MOVE 0 TO PI-SRC-NB-RETENUS(PI-SRC-TROUVE).
032040 6930-EXIT.
032050     EXIT.
032060*
032070*----------------------------------------------------------------*
032080* RAPPORT DE CONTROLE DE FIN DE TRAITEMENT (TOTAUX DE LOT).
032090*----------------------------------------------------------------*
032100 8000-IMPRIMER-RAPPORT.
032110     OPEN OUTPUT PAIR-IMPAIR-RPT.
032120     IF NOT PI-RPT-OK
032130         MOVE "PAIR-IMPAIR-RPT (OUVERTURE)" TO PI-MSG-ERREUR
032140         MOVE PI-RPT-STATUT TO PI-STATUT-ERREUR-FICHIER
032150         PERFORM 9000-ERREUR-FICHIER THRU 9000-EXIT
032160     END-IF.
032170     MOVE SPACES TO PI-RPT-LIGNE.
032180     STRING "RAPPORT DE CONTROLE - PAIR-IMPAIR" DELIMITED BY SIZE
032190         INTO PI-RPT-LIGNE.
032200     WRITE PI-RPT-LIGNE.
032210     IF PI-NO-EXECUTION > 0
032220         MOVE PI-NO-EXECUTION TO PI-RPT-NO-EXEC
032230         MOVE SPACES TO PI-RPT-LIGNE
032240         STRING "NUMERO D'EXECUTION       : " DELIMITED BY SIZE
032250             PI-RPT-NO-EXEC DELIMITED BY SIZE
032260             INTO PI-RPT-LIGNE
032270         WRITE PI-RPT-LIGNE
032280     END-IF.
032290     IF PI-MANIFESTE-DEMANDE
032300         MOVE SPACES TO PI-RPT-LIGNE
032310         STRING "MANIFESTE                : " DELIMITED BY SIZE
032320             PI-FIC-MANIFESTE DELIMITED BY SIZE
032330             INTO PI-RPT-LIGNE
032340         WRITE PI-RPT-LIGNE
032350         PERFORM 8300-IMPRIMER-FICHIER THRU 8300-EXIT
032360             VARYING PI-MAN-IDX FROM 1 BY 1
032370             UNTIL PI-MAN-IDX > PI-MAN-NB
032380         MOVE SPACES TO PI-RPT-LIGNE
032390         WRITE PI-RPT-LIGNE
032400         MOVE "TOTAL GENERAL DE L'EXECUTION :" TO PI-RPT-LIGNE
032410         WRITE PI-RPT-LIGNE
032420         MOVE PI-MAN-NB TO PI-RPT-ZONE-EDIT
032430         MOVE SPACES TO PI-RPT-LIGNE
032440         STRING "FICHIERS DU MANIFESTE    : " DELIMITED BY SIZE
032450             PI-RPT-ZONE-EDIT DELIMITED BY SIZE
032460             INTO PI-RPT-LIGNE
032470         WRITE PI-RPT-LIGNE
032480         MOVE PI-MAN-NB-REFUSES TO PI-RPT-ZONE-EDIT
032490         MOVE SPACES TO PI-RPT-LIGNE
032500         STRING "FICHIERS REFUSES         : " DELIMITED BY SIZE
032510             PI-RPT-ZONE-EDIT DELIMITED BY SIZE
032520             INTO PI-RPT-LIGNE
032530         WRITE PI-RPT-LIGNE
032540     END-IF.
032550     MOVE PI-NB-LUS TO PI-RPT-ZONE-EDIT.
032560     MOVE SPACES TO PI-RPT-LIGNE.
032570     STRING "ENREGISTREMENTS LUS      : " DELIMITED BY SIZE
032580         PI-RPT-ZONE-EDIT DELIMITED BY SIZE
032590         INTO PI-RPT-LIGNE.
032600     WRITE PI-RPT-LIGNE.
032610     MOVE PI-NB-VALIDES TO PI-RPT-ZONE-EDIT.
032620     MOVE SPACES TO PI-RPT-LIGNE.
032630     STRING "ENREGISTREMENTS VALIDES  : " DELIMITED BY SIZE
032640         PI-RPT-ZONE-EDIT DELIMITED BY SIZE
032650         INTO PI-RPT-LIGNE.
032660     WRITE PI-RPT-LIGNE.
032670     MOVE PI-NB-REJETES TO PI-RPT-ZONE-EDIT.
032680     MOVE SPACES TO PI-RPT-LIGNE.
032690     STRING "ENREGISTREMENTS REJETES  : " DELIMITED BY SIZE
032700         PI-RPT-ZONE-EDIT DELIMITED BY SIZE
032710         INTO PI-RPT-LIGNE.
032720     WRITE PI-RPT-LIGNE.
032730     MOVE PI-NB-REJ-RAISON(6) TO PI-RPT-ZONE-EDIT.
032740     MOVE SPACES TO PI-RPT-LIGNE.
032750     STRING "  DONT NUMEROS BLOQUES(6): " DELIMITED BY SIZE
032760         PI-RPT-ZONE-EDIT DELIMITED BY SIZE
032770         INTO PI-RPT-LIGNE.
032780     WRITE PI-RPT-LIGNE.
032790     MOVE PI-NB-RETENUS TO PI-RPT-ZONE-EDIT.
032800     MOVE SPACES TO PI-RPT-LIGNE.
032810     STRING "VALEURS RETENUES (VISA)  : " DELIMITED BY SIZE
032820         PI-RPT-ZONE-EDIT DELIMITED BY SIZE
032830         INTO PI-RPT-LIGNE.
032840     WRITE PI-RPT-LIGNE.
032850     MOVE PI-NB-PAIRS TO PI-RPT-ZONE-EDIT.
032860     MOVE SPACES TO PI-RPT-LIGNE.
032870     STRING "NOMBRES PAIRS            : " DELIMITED BY SIZE
032880         PI-RPT-ZONE-EDIT DELIMITED BY SIZE
032890         INTO PI-RPT-LIGNE.
032900     WRITE PI-RPT-LIGNE.
032910     MOVE PI-NB-IMPAIRS TO PI-RPT-ZONE-EDIT.
032920     MOVE SPACES TO PI-RPT-LIGNE.
032930     STRING "NOMBRES IMPAIRS          : " DELIMITED BY SIZE
032940         PI-RPT-ZONE-EDIT DELIMITED BY SIZE
032950         INTO PI-RPT-LIGNE.
032960     WRITE PI-RPT-LIGNE.
032970     MOVE PI-NB-DOUBLONS TO PI-RPT-ZONE-EDIT.
032980     MOVE SPACES TO PI-RPT-LIGNE.
032990     STRING "DOUBLONS DETECTES        : " DELIMITED BY SIZE
033000         PI-RPT-ZONE-EDIT DELIMITED BY SIZE
033010         INTO PI-RPT-LIGNE.
033020     WRITE PI-RPT-LIGNE.
033030     IF PI-MST-AVERTIR
033040         MOVE "FICHIER MAITRE INDISPONIBLE - DOUBLONS NON VERIF."
033050             TO PI-RPT-LIGNE
033060         WRITE PI-RPT-LIGNE
033070     END-IF.
033080     IF PI-BLQ-AVERTIR
033090         MOVE "LISTE NUMEROS BLOQUES INDISPONIBLE - NON CONTROLES"
033100             TO PI-RPT-LIGNE
033110         WRITE PI-RPT-LIGNE
033120     END-IF.
033130     IF PI-HIS-AVERTIR
033140         MOVE "HISTORIQUE PASSAGES INDISPONIBLE - NON ALIMENTE"
033150             TO PI-RPT-LIGNE
033160         WRITE PI-RPT-LIGNE
033170     END-IF.
033180     IF PI-SRV-AVERTIR
033190         MOVE "REFERENTIEL SERVICES INDISPONIBLE - NON CONTROLES"
033200             TO PI-RPT-LIGNE
033210         WRITE PI-RPT-LIGNE
033220     END-IF.
033230     MOVE PI-TOT-VALEUR TO PI-RPT-EDIT-VALEUR.
033240     MOVE SPACES TO PI-RPT-LIGNE.
033250     STRING "TOTAL VALEURS VALIDES    : " DELIMITED BY SIZE
033260         PI-RPT-EDIT-VALEUR DELIMITED BY SIZE
033270         INTO PI-RPT-LIGNE.
033280     WRITE PI-RPT-LIGNE.
033290     MOVE PI-TOT-VAL-PAIRS TO PI-RPT-EDIT-VALEUR.
033300     MOVE SPACES TO PI-RPT-LIGNE.
033310     STRING "TOTAL VALEURS PAIRES     : " DELIMITED BY SIZE
033320         PI-RPT-EDIT-VALEUR DELIMITED BY SIZE
033330         INTO PI-RPT-LIGNE.
033340     WRITE PI-RPT-LIGNE.
033350     MOVE PI-TOT-VAL-IMPAIRS TO PI-RPT-EDIT-VALEUR.
033360     MOVE SPACES TO PI-RPT-LIGNE.
033370     STRING "TOTAL VALEURS IMPAIRES   : " DELIMITED BY SIZE
033380         PI-RPT-EDIT-VALEUR DELIMITED BY SIZE
033390         INTO PI-RPT-LIGNE.
033400     WRITE PI-RPT-LIGNE.
033410     MOVE PI-TOT-VAL-RETENUES TO PI-RPT-EDIT-VALEUR.
033420     MOVE SPACES TO PI-RPT-LIGNE.
033430     STRING "TOTAL VALEURS RETENUES   : " DELIMITED BY SIZE
033440         PI-RPT-EDIT-VALEUR DELIMITED BY SIZE
033450         INTO PI-RPT-LIGNE.
033460     WRITE PI-RPT-LIGNE.
033470     MOVE PI-TOT-HASH TO PI-RPT-EDIT-HASH.
033480     MOVE SPACES TO PI-RPT-LIGNE.
033490     STRING "HASH DES NOMBRES VALIDES : " DELIMITED BY SIZE
033500         PI-RPT-EDIT-HASH DELIMITED BY SIZE
033510         INTO PI-RPT-LIGNE.
033520     WRITE PI-RPT-LIGNE.
033530     MOVE PI-NB-ENR-CONTROLE TO PI-RPT-ZONE-EDIT.
033540     MOVE SPACES TO PI-RPT-LIGNE.
033550     STRING "ENREG. CONTROLE DE LOT   : " DELIMITED BY SIZE
033560         PI-RPT-ZONE-EDIT DELIMITED BY SIZE
033570         INTO PI-RPT-LIGNE.
033580     WRITE PI-RPT-LIGNE.
033590     MOVE PI-NB-QUARANTAINE TO PI-RPT-ZONE-EDIT.
033600     MOVE SPACES TO PI-RPT-LIGNE.
033610     STRING "ENREG. EN QUARANTAINE    : " DELIMITED BY SIZE
033620         PI-RPT-ZONE-EDIT DELIMITED BY SIZE
033630         INTO PI-RPT-LIGNE.
033640     WRITE PI-RPT-LIGNE.
033650     IF PI-NB-LOTS > 0 AND NOT PI-MANIFESTE-DEMANDE
033660         MOVE SPACES TO PI-RPT-LIGNE
033670         WRITE PI-RPT-LIGNE
033680         MOVE "ETAT DES LOTS RECUS :" TO PI-RPT-LIGNE
033690         WRITE PI-RPT-LIGNE
033700         PERFORM 8100-IMPRIMER-LIGNE-LOT THRU 8100-EXIT
033710             VARYING PI-LOT-COURANT FROM 1 BY 1
033720             UNTIL PI-LOT-COURANT > PI-NB-LOTS
033730     END-IF.
033740     IF PI-NB-SOURCES > 0
033750         MOVE SPACES TO PI-RPT-LIGNE
033760         WRITE PI-RPT-LIGNE
033770         MOVE "VENTILATION PAR SERVICE EMETTEUR :"
033780             TO PI-RPT-LIGNE
033790         WRITE PI-RPT-LIGNE
033800         PERFORM 1250-OUVRIR-SERVICES THRU 1250-EXIT
033810         PERFORM 8200-IMPRIMER-LIGNE-SOURCE THRU 8200-EXIT
033820             VARYING PI-SRC-IDX FROM 1 BY 1
033830             UNTIL PI-SRC-IDX > PI-NB-SOURCES
033840         PERFORM 1350-FERMER-SERVICES THRU 1350-EXIT
033850     END-IF.
033860     CLOSE PAIR-IMPAIR-RPT.
033870 8000-EXIT.
033880     EXIT.
033890*
033900*----------------------------------------------------------------*
033910* UNE LIGNE DU RAPPORT PAR LOT RECU : SERVICE EMETTEUR, NOMBRE
033920* ATTENDU, NOMBRE LU ET STATUT DU RAPPROCHEMENT DE LA FIN
033930* "TRL" (EQUILIBRE, ECART NOMBRE, ECART HASH, FIN ABSENTE OU
033940* SANS CONTROLE POUR UN FICHIER A L'ANCIEN FORMAT) OU REFUS
033950* DU SERVICE EMETTEUR (SERV. INCONNU, SERVICE FERME).
033960* EN MODE MANIFESTE, SEULS LES LOTS DU FICHIER EN COURS
033970* D'IMPRESSION (PI-MAN-IDX) SONT IMPRIMES.
033980*----------------------------------------------------------------*
033990 8100-IMPRIMER-LIGNE-LOT.
034000     IF PI-LOT-FICHIER(PI-LOT-COURANT) NOT = PI-MAN-IDX
034010         GO TO 8100-EXIT
034020     END-IF.
034030     EVALUATE TRUE
034040         WHEN PI-LOT-EQUILIBRE(PI-LOT-COURANT)
034050             MOVE "EQUILIBRE" TO PI-RPT-LIB-STATUT
034060         WHEN PI-LOT-SANS-CONTROLE(PI-LOT-COURANT)
034070             MOVE "SANS CONTROLE" TO PI-RPT-LIB-STATUT
034080         WHEN PI-LOT-ECART-NOMBRE(PI-LOT-COURANT)
034090             MOVE "ECART NOMBRE" TO PI-RPT-LIB-STATUT
034100         WHEN PI-LOT-ECART-HASH(PI-LOT-COURANT)
034110             MOVE "ECART HASH" TO PI-RPT-LIB-STATUT
034120         WHEN PI-LOT-FIN-ABSENTE(PI-LOT-COURANT)
034130             MOVE "FIN ABSENTE" TO PI-RPT-LIB-STATUT
034140         WHEN PI-LOT-SERVICE-INCONNU(PI-LOT-COURANT)
034150             MOVE "SERV. INCONNU" TO PI-RPT-LIB-STATUT
034160         WHEN PI-LOT-SERVICE-FERME(PI-LOT-COURANT)
034170             MOVE "SERVICE FERME" TO PI-RPT-LIB-STATUT
034180         WHEN OTHER
034190             MOVE "INDETERMINE" TO PI-RPT-LIB-STATUT
034200     END-EVALUATE.
034210     MOVE PI-LOT-COURANT TO PI-RPT-NO-LOT.
034220     MOVE PI-LOT-NB-ATTENDU(PI-LOT-COURANT) TO PI-RPT-EDIT-LOT.
034230     MOVE PI-LOT-NB-LU(PI-LOT-COURANT) TO PI-RPT-EDIT-LOT2.
034240     MOVE SPACES TO PI-RPT-LIGNE.
034250     STRING "LOT " DELIMITED BY SIZE
034260         PI-RPT-NO-LOT DELIMITED BY SIZE
034270         " SOURCE " DELIMITED BY SIZE
034280         PI-LOT-SOURCE(PI-LOT-COURANT) DELIMITED BY SIZE
034290         " ATTENDU " DELIMITED BY SIZE
034300         PI-RPT-EDIT-LOT DELIMITED BY SIZE
034310         " LU " DELIMITED BY SIZE
034320         PI-RPT-EDIT-LOT2 DELIMITED BY SIZE
034330         " STATUT " DELIMITED BY SIZE
034340         PI-RPT-LIB-STATUT DELIMITED BY SIZE
034350         INTO PI-RPT-LIGNE.
034360     WRITE PI-RPT-LIGNE.
034370 8100-EXIT.
034380     EXIT.
034390*
034400*----------------------------------------------------------------*
034410* LIGNES DU RAPPORT PAR SERVICE EMETTEUR : LES COMPTES DU
034420* SERVICE (VALIDES, REJETES, PAIRS, IMPAIRS), SON NOM LU DANS
034430* LE REFERENTIEL PAIRISRV PUIS SON TOTAL EN VALEUR, POUR
034440* L'IMPUTATION DE FIN DE MOIS AUX SERVICES. UN SERVICE A BLANC
034450* COUVRE LA SAISIE UNITAIRE ET N'A PAS DE LIGNE DE NOM ; AUCUN
034460* NOM N'EST IMPRIME SI LE REFERENTIEL EST INDISPONIBLE.
034470*----------------------------------------------------------------*
034480 8200-IMPRIMER-LIGNE-SOURCE.
034490     MOVE PI-SRC-NB-VALIDES(PI-SRC-IDX) TO PI-RPT-EDIT-LOT.
034500     MOVE PI-SRC-NB-REJETES(PI-SRC-IDX) TO PI-RPT-EDIT-LOT2.
034510     MOVE PI-SRC-NB-PAIRS(PI-SRC-IDX)   TO PI-RPT-EDIT-LOT3.
034520     MOVE PI-SRC-NB-IMPAIRS(PI-SRC-IDX) TO PI-RPT-EDIT-LOT4.
034530     MOVE SPACES TO PI-RPT-LIGNE.
034540     STRING "SOURCE " DELIMITED BY SIZE
034550         PI-SRC-CODE(PI-SRC-IDX) DELIMITED BY SIZE
034560         " VALIDES " DELIMITED BY SIZE
034570         PI-RPT-EDIT-LOT DELIMITED BY SIZE
034580         " REJETES " DELIMITED BY SIZE
034590         PI-RPT-EDIT-LOT2 DELIMITED BY SIZE
034600         " PAIRS " DELIMITED BY SIZE
034610         PI-RPT-EDIT-LOT3 DELIMITED BY SIZE
034620         " IMPAIRS " DELIMITED BY SIZE
034630         PI-RPT-EDIT-LOT4 DELIMITED BY SIZE
034640         INTO PI-RPT-LIGNE.
034650     WRITE PI-RPT-LIGNE.
034660     IF PI-SRC-CODE(PI-SRC-IDX) NOT = SPACES
034670         AND PI-SRV-DISPONIBLE
034680         MOVE PI-SRC-CODE(PI-SRC-IDX) TO PI-SRV-CODE-CHERCHE
034690         PERFORM 1400-CHERCHER-SERVICE THRU 1400-EXIT
034700         IF PI-SRV-NOM = SPACES
034710             MOVE "NON REFERENCE" TO PI-SRV-NOM
034720         END-IF
034730         MOVE SPACES TO PI-RPT-LIGNE
034740         STRING "       SERVICE           : " DELIMITED BY SIZE
034750             PI-SRV-NOM DELIMITED BY SIZE
034760             INTO PI-RPT-LIGNE
034770         WRITE PI-RPT-LIGNE
034780     END-IF.
034790     IF PI-SRC-NB-RETENUS(PI-SRC-IDX) > 0
034800         MOVE PI-SRC-NB-RETENUS(PI-SRC-IDX) TO PI-RPT-EDIT-LOT
034810         MOVE SPACES TO PI-RPT-LIGNE
034820         STRING "       RETENUES (VISA)   : " DELIMITED BY SIZE
034830             PI-RPT-EDIT-LOT DELIMITED BY SIZE
034840             INTO PI-RPT-LIGNE
034850         WRITE PI-RPT-LIGNE
034860     END-IF.
034870     MOVE PI-SRC-TOT-VALEUR(PI-SRC-IDX) TO PI-RPT-EDIT-VALEUR.
034880     MOVE SPACES TO PI-RPT-LIGNE.
034890     STRING "       TOTAL EN VALEUR   : " DELIMITED BY SIZE
034900         PI-RPT-EDIT-VALEUR DELIMITED BY SIZE
034910         INTO PI-RPT-LIGNE.
034920     WRITE PI-RPT-LIGNE.
034930 8200-EXIT.
034940     EXIT.
034950*
034960*----------------------------------------------------------------*
034970* SECTION DU RAPPORT PROPRE A UN FICHIER DU MANIFESTE : NOM,
034980* STATUT (TRAITE, VIDE OU ABSENT, REFUSE AVEC LA DATE ET
034990* L'EXECUTION DU PREMIER TRAITEMENT, NON TRAITE), LIGNES ET
035000* HASH MESURES, COMPTES DU FICHIER PUIS ETAT DE SES LOTS.
035010*----------------------------------------------------------------*
035020 8300-IMPRIMER-FICHIER.
035030     MOVE SPACES TO PI-RPT-LIGNE.
035040     WRITE PI-RPT-LIGNE.
035050     MOVE PI-MAN-IDX TO PI-RPT-NO-FIC.
035060     MOVE SPACES TO PI-RPT-LIGNE.
035070     STRING "FICHIER " DELIMITED BY SIZE
035080         PI-RPT-NO-FIC DELIMITED BY SIZE
035090         " DU MANIFESTE     : " DELIMITED BY SIZE
035100         PI-MAN-NOM(PI-MAN-IDX) DELIMITED BY SIZE
035110         INTO PI-RPT-LIGNE.
035120     WRITE PI-RPT-LIGNE.
035130     EVALUATE TRUE
035140         WHEN PI-MAN-TRAITE(PI-MAN-IDX)
035150             MOVE "TRAITE" TO PI-RPT-LIGNE(28:)
035160         WHEN PI-MAN-VIDE(PI-MAN-IDX)
035170             MOVE "VIDE OU ABSENT" TO PI-RPT-LIGNE(28:)
035180         WHEN PI-MAN-REFUSE(PI-MAN-IDX)
035190             MOVE "REFUSE - DEJA TRAITE" TO PI-RPT-LIGNE(28:)
035200         WHEN OTHER
035210             MOVE "NON TRAITE" TO PI-RPT-LIGNE(28:)
035220     END-EVALUATE.
035230     MOVE "       STATUT            : " TO PI-RPT-LIGNE(1:27).
035240     WRITE PI-RPT-LIGNE.
035250     IF PI-MAN-REFUSE(PI-MAN-IDX)
035260         MOVE SPACES TO PI-RPT-LIGNE
035270         STRING "       PREMIER TRAITEMENT: " DELIMITED BY SIZE
035280             PI-MAN-CAT-DATE(PI-MAN-IDX) DELIMITED BY SIZE
035290             " EXECUTION " DELIMITED BY SIZE
035300             PI-MAN-CAT-EXEC(PI-MAN-IDX) DELIMITED BY SIZE
035310             INTO PI-RPT-LIGNE
035320         WRITE PI-RPT-LIGNE
035330     END-IF.
035340     MOVE PI-MAN-NB-ENR(PI-MAN-IDX) TO PI-RPT-ZONE-EDIT.
035350     MOVE PI-MAN-HASH(PI-MAN-IDX) TO PI-RPT-EDIT-HASH.
035360     MOVE SPACES TO PI-RPT-LIGNE.
035370     STRING "       LIGNES DU FICHIER : " DELIMITED BY SIZE
035380         PI-RPT-ZONE-EDIT DELIMITED BY SIZE
035390         " HASH " DELIMITED BY SIZE
035400         PI-RPT-EDIT-HASH DELIMITED BY SIZE
035410         INTO PI-RPT-LIGNE.
035420     WRITE PI-RPT-LIGNE.
035430     IF PI-MAN-REFUSE(PI-MAN-IDX) OR PI-MAN-A-TRAITER(PI-MAN-IDX)
035440         GO TO 8300-EXIT
035450     END-IF.
035460     MOVE PI-MAN-NB-LUS(PI-MAN-IDX) TO PI-RPT-ZONE-EDIT.
035470     MOVE SPACES TO PI-RPT-LIGNE.
035480     STRING "       ENREGISTREMENTS LUS:" DELIMITED BY SIZE
035490         PI-RPT-ZONE-EDIT DELIMITED BY SIZE
035500         INTO PI-RPT-LIGNE.
035510     WRITE PI-RPT-LIGNE.
035520     MOVE PI-MAN-NB-VALIDES(PI-MAN-IDX) TO PI-RPT-EDIT-LOT.
035530     MOVE PI-MAN-NB-REJETES(PI-MAN-IDX) TO PI-RPT-EDIT-LOT2.
035540     MOVE PI-MAN-NB-RETENUS(PI-MAN-IDX) TO PI-RPT-EDIT-LOT3.
035550     MOVE PI-MAN-NB-QUARANT(PI-MAN-IDX) TO PI-RPT-EDIT-LOT4.
035560     MOVE SPACES TO PI-RPT-LIGNE.
035570     STRING "       VALIDES " DELIMITED BY SIZE
035580         PI-RPT-EDIT-LOT DELIMITED BY SIZE
035590         " REJETES " DELIMITED BY SIZE
035600         PI-RPT-EDIT-LOT2 DELIMITED BY SIZE
035610         " RETENUES " DELIMITED BY SIZE
035620         PI-RPT-EDIT-LOT3 DELIMITED BY SIZE
035630         " QUARANT. " DELIMITED BY SIZE
035640         PI-RPT-EDIT-LOT4 DELIMITED BY SIZE
035650         INTO PI-RPT-LIGNE.
035660     WRITE PI-RPT-LIGNE.
035670     MOVE PI-MAN-TOT-VALEUR(PI-MAN-IDX) TO PI-RPT-EDIT-VALEUR.
035680     MOVE SPACES TO PI-RPT-LIGNE.
035690     STRING "       TOTAL EN VALEUR   : " DELIMITED BY SIZE
035700         PI-RPT-EDIT-VALEUR DELIMITED BY SIZE
035710         INTO PI-RPT-LIGNE.
035720     WRITE PI-RPT-LIGNE.
035730     IF PI-MAN-RESTAURE(PI-MAN-IDX)
035740         MOVE "       LOTS AU RAPPORT DE L'EXECUTION INTERROMPUE"
035750             TO PI-RPT-LIGNE
035760         WRITE PI-RPT-LIGNE
035770     ELSE
035780         PERFORM 8100-IMPRIMER-LIGNE-LOT THRU 8100-EXIT
035790             VARYING PI-LOT-COURANT FROM 1 BY 1
035800             UNTIL PI-LOT-COURANT > PI-NB-LOTS
035810     END-IF.
035820 8300-EXIT.
035830     EXIT.
035840*
035850*----------------------------------------------------------------*
035860* AJOUT DES TOTAUX DE L'EXECUTION A L'HISTORIQUE DES
035870* STATISTIQUES PAIRISTA, POUR LES ETATS DE TENDANCE SUR
035880* PLUSIEURS JOURNEES (PROGRAMME TENDANCE).
035890*----------------------------------------------------------------*
035900 8500-ECRIRE-STATISTIQUES.
035910     OPEN EXTEND STATISTIQUES.
035920     IF NOT PI-STA-OK AND NOT PI-STA-ABSENT
035930         MOVE "STATISTIQUES (OUVERTURE)" TO PI-MSG-ERREUR
035940         MOVE PI-STA-STATUT TO PI-STATUT-ERREUR-FICHIER
035950         PERFORM 9000-ERREUR-FICHIER THRU 9000-EXIT
035960     END-IF.
035970     MOVE SPACES TO PAIR-IMPAIR-STA-REC.
035980     MOVE PI-CURRENT-DATE TO PIS-DATE.
035990     MOVE PI-NO-EXECUTION TO PIS-NO-EXECUTION.
036000     MOVE PI-NB-LUS       TO PIS-NB-LUS.
036010     MOVE PI-NB-VALIDES   TO PIS-NB-VALIDES.
036020     MOVE PI-NB-REJETES   TO PIS-NB-REJETES.
036030     MOVE PI-NB-PAIRS     TO PIS-NB-PAIRS.
036040     MOVE PI-NB-IMPAIRS   TO PIS-NB-IMPAIRS.
036050     MOVE PI-NB-RETENUS   TO PIS-NB-RETENUS.
036060     MOVE PI-NB-REJ-RAISON(6) TO PIS-NB-REJ-RAISON-6.
036070     PERFORM 8550-REPORTER-STAT-RAISON THRU 8550-EXIT
036080         VARYING PI-RAISON-IDX FROM 1 BY 1
036090         UNTIL PI-RAISON-IDX > 5.
036100     MOVE PI-TOT-VALEUR   TO PIS-TOT-VALEUR.
036110     MOVE PI-TOT-HASH     TO PIS-TOT-HASH.
036120     WRITE PAIR-IMPAIR-STA-REC.
036130     IF NOT PI-STA-OK
036140         MOVE "STATISTIQUES (ECRITURE)" TO PI-MSG-ERREUR
036150         MOVE PI-STA-STATUT TO PI-STATUT-ERREUR-FICHIER
036160         PERFORM 9000-ERREUR-FICHIER THRU 9000-EXIT
036170     END-IF.
036180     CLOSE STATISTIQUES.
036190 8500-EXIT.
036200     EXIT.
036210*
036220 8550-REPORTER-STAT-RAISON.
036230     MOVE PI-NB-REJ-RAISON(PI-RAISON-IDX)
036240         TO PIS-NB-REJ-RAISON(PI-RAISON-IDX).
036250 8550-EXIT.
036260     EXIT.
036270*
036280*----------------------------------------------------------------*
036290* ARRET ANORMAL SUR ERREUR D'OUVERTURE OU D'ECRITURE D'UN
036300* FICHIER. LE NOM DU FICHIER ET LE CODE RETOUR SONT AFFICHES
036310* POUR LE DIAGNOSTIC AVANT L'ARRET DU TRAITEMENT.
036320*----------------------------------------------------------------*
036330 9000-ERREUR-FICHIER.
036340     DISPLAY "ERREUR E/S - " PI-MSG-ERREUR
036350         " - STATUT " PI-STATUT-ERREUR-FICHIER.
036360     MOVE 16 TO RETURN-CODE.
036370     STOP RUN.
036380 9000-EXIT.
036390     EXIT.
