000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID. SERVICES.
000120 AUTHOR. J MARTIN.
000130 INSTALLATION. SERVICE INFORMATIQUE.
000140 DATE-WRITTEN. 15/10/2026.
000150 DATE-COMPILED.
000160*
000170*----------------------------------------------------------------*
000180* HISTORIQUE DES MODIFICATIONS.
000190*----------------------------------------------------------------*
000200* DATE       AUT  DESCRIPTION
000210* 15/10/2026 JM   CREATION. ENTRETIEN DU REFERENTIEL INDEXE DES
000220*                 SERVICES EMETTEURS PAIRISRV (COPY PAIRISRV),
000230*                 PILOTE PAR LE FICHIER DE PARAMETRES SERVPARM.
000240*                 QUATRE MODES : MODE=AJOUTER AVEC CODE=, NOM= ET
000250*                 VOLUME= (FACULTATIF) CREE UN SERVICE ACTIF ;
000260*                 MODE=MODIFIER AVEC CODE= CHANGE LE NOM ET/OU LE
000270*                 VOLUME JOURNALIER ATTENDU ; MODE=FERMER AVEC
000280*                 CODE= FERME LE SERVICE (SES LOTS SERONT MIS EN
000290*                 QUARANTAINE PAR PAIR-IMPAIR ET IMPORTATION) ;
000300*                 MODE=LISTE (DEFAUT, AUSSI SANS SERVPARM) NE
000310*                 MODIFIE RIEN. UNE ACTION REFUSEE (CODE DEJA
000320*                 PRESENT, INCONNU OU DEJA FERME) REND LE CODE
000330*                 RETOUR 8. LE REFERENTIEL EST LISTE SUR SERVRPT
000340*                 DANS TOUS LES MODES.
000350*----------------------------------------------------------------*
000360*
000370 ENVIRONMENT DIVISION.
000380 INPUT-OUTPUT SECTION.
000390 FILE-CONTROL.
000400     SELECT OPTIONAL PARAMETRES-IN
000410         ASSIGN TO "SERVPARM"
000420         ORGANIZATION IS LINE SEQUENTIAL
000430         FILE STATUS IS SR-PRM-STATUT.
000440     SELECT OPTIONAL SERVICES-FILE
000450         ASSIGN TO "PAIRISRV"
000460         ORGANIZATION IS INDEXED
000470         ACCESS MODE IS DYNAMIC
000480         RECORD KEY IS PIV-CODE
000490         FILE STATUS IS SR-SRV-STATUT.
000500     SELECT SERVICES-RPT
000510         ASSIGN TO "SERVRPT"
000520         ORGANIZATION IS LINE SEQUENTIAL
000530         FILE STATUS IS SR-RPT-STATUT.
000540*
000550 DATA DIVISION.
000560 FILE SECTION.
000570 FD  PARAMETRES-IN
000580     LABEL RECORDS ARE STANDARD.
000590 01  PARAMETRE-REC           PIC X(80).
000600*
000610 FD  SERVICES-FILE
000620     LABEL RECORDS ARE STANDARD.
000630     COPY PAIRISRV.
000640*
000650 FD  SERVICES-RPT
000660     LABEL RECORDS ARE STANDARD.
000670 01  SR-RPT-LIGNE            PIC X(100).
000680*
000690 WORKING-STORAGE SECTION.
000700*
000710*----------------------------------------------------------------*
000720* CODES RETOUR DES FICHIERS. "05" EST ACCEPTE EN PLUS DE "00" A
000730* L'OUVERTURE DES FICHIERS OPTIONNELS.
000740*----------------------------------------------------------------*
000750 77  SR-PRM-STATUT           PIC X(02) VALUE "00".
000760     88  SR-PRM-OK               VALUE "00".
000770     88  SR-PRM-ABSENT           VALUE "05".
000780 77  SR-SRV-STATUT           PIC X(02) VALUE "00".
000790     88  SR-SRV-OK               VALUE "00".
000800     88  SR-SRV-ABSENT           VALUE "05".
000810     88  SR-SRV-FIN              VALUE "10".
000820     88  SR-SRV-INTROUVABLE      VALUE "23".
000830 77  SR-RPT-STATUT           PIC X(02) VALUE "00".
000840     88  SR-RPT-OK               VALUE "00".
000850 77  SR-MSG-ERREUR           PIC X(40) VALUE SPACES.
000860 77  SR-STATUT-ERREUR-FICHIER PIC X(02) VALUE SPACES.
000870*
000880*----------------------------------------------------------------*
000890* PARAMETRES DU PASSAGE (FICHIER SERVPARM). SANS SERVPARM, LE
000900* MODE LISTE EST RETENU. AJOUTER, MODIFIER ET FERMER EXIGENT
000910* CODE= ; AJOUTER EXIGE EN PLUS NOM=. LE CODE "????" EST RESERVE
000920* PAR PAIR-IMPAIR AUX LOTS SANS ENTETE ET NE PEUT ETRE CREE.
000930*----------------------------------------------------------------*
000940 77  SR-MODE                 PIC X VALUE "L".
000950     88  SR-MODE-LISTE           VALUE "L".
000960     88  SR-MODE-AJOUTER         VALUE "A".
000970     88  SR-MODE-MODIFIER        VALUE "M".
000980     88  SR-MODE-FERMER          VALUE "F".
000990 77  SR-CHOIX-CODE           PIC X(04) VALUE SPACES.
001000 77  SR-CHOIX-NOM            PIC X(30) VALUE SPACES.
001010 77  SR-CHOIX-VOLUME         PIC 9(07) VALUE 0.
001020 77  SR-VOLUME-SW            PIC X VALUE "N".
001030     88  SR-VOLUME-DONNE         VALUE "Y".
001040 77  SR-PRM-EOF-SW           PIC X VALUE "N".
001050     88  SR-PRM-EOF              VALUE "Y".
001060 77  SR-PRM-CLE              PIC X(20) VALUE SPACES.
001070 77  SR-PRM-VALEUR           PIC X(60) VALUE SPACES.
001080 77  SR-PRM-VAL-NET          PIC X(60) VALUE SPACES.
001090 77  SR-PRM-NOMBRE           PIC 9(08) VALUE 0.
001100*
001110*----------------------------------------------------------------*
001120* ZONES DE TRAVAIL DU PASSAGE.
001130*----------------------------------------------------------------*
001140 77  SR-DATE-JOUR            PIC 9(08) VALUE 0.
001150 77  SR-SRV-EOF-SW           PIC X VALUE "N".
001160     88  SR-SRV-EOF              VALUE "Y".
001170 77  SR-REFUS-SW             PIC X VALUE "N".
001180     88  SR-ACTION-REFUSEE       VALUE "Y".
001190 77  SR-LIB-ACTION           PIC X(60) VALUE SPACES.
001200 77  SR-NB-SERVICES          PIC 9(09) COMP VALUE 0.
001210 77  SR-NB-ACTIFS            PIC 9(09) COMP VALUE 0.
001220 77  SR-NB-FERMES            PIC 9(09) COMP VALUE 0.
001230*
001240*----------------------------------------------------------------*
001250* ZONES D'EDITION DE L'ETAT SERVRPT.
001260*----------------------------------------------------------------*
001270 77  SR-EDIT-VOLUME          PIC ZZZZZZ9.
001280 77  SR-EDIT-NB              PIC ZZZZZZZZ9.
001290 77  SR-LIB-STATUT           PIC X(06) VALUE SPACES.
001300*
001310 PROCEDURE DIVISION.
001320*
001330 0000-MAINLINE.
001340     ACCEPT SR-DATE-JOUR FROM DATE YYYYMMDD.
001350     PERFORM 1000-LIRE-PARAMETRES THRU 1000-EXIT.
001360     PERFORM 2000-OUVRIR-REFERENTIEL THRU 2000-EXIT.
001370     EVALUATE TRUE
001380         WHEN SR-MODE-AJOUTER
001390             PERFORM 3000-AJOUTER-SERVICE THRU 3000-EXIT
001400         WHEN SR-MODE-MODIFIER
001410             PERFORM 3100-MODIFIER-SERVICE THRU 3100-EXIT
001420         WHEN SR-MODE-FERMER
001430             PERFORM 3200-FERMER-SERVICE THRU 3200-EXIT
001440     END-EVALUATE.
001450     PERFORM 8000-IMPRIMER-REFERENTIEL THRU 8000-EXIT.
001460     CLOSE SERVICES-FILE.
001470     IF SR-ACTION-REFUSEE
001480         MOVE 8 TO RETURN-CODE
001490     END-IF.
001500     STOP RUN.
001510*
001520*----------------------------------------------------------------*
001530* PARAMETRES DU PASSAGE : MODE=AJOUTER, MODIFIER, FERMER OU
001540* LISTE, CODE= POUR DESIGNER LE SERVICE, NOM= ET VOLUME= POUR LA
001550* CREATION ET LA MODIFICATION. LES LIGNES VIDES ET LES LIGNES
001560* COMMENCANT PAR * SONT IGNOREES. UN PARAMETRE ABSENT OU
001570* INVALIDE ARRETE LE PROGRAMME (CODE RETOUR 16).
001580*----------------------------------------------------------------*
001590 1000-LIRE-PARAMETRES.
001600     OPEN INPUT PARAMETRES-IN.
001610     IF NOT SR-PRM-OK AND NOT SR-PRM-ABSENT
001620         MOVE "PARAMETRES-IN (OUVERTURE)" TO SR-MSG-ERREUR
001630         MOVE SR-PRM-STATUT TO SR-STATUT-ERREUR-FICHIER
001640         PERFORM 9000-ERREUR-FICHIER THRU 9000-EXIT
001650     END-IF.
001660     IF SR-PRM-ABSENT
001670         CLOSE PARAMETRES-IN
001680     ELSE
001690         PERFORM 1100-LIRE-UN-PARAMETRE THRU 1100-EXIT
001700             UNTIL SR-PRM-EOF
001710         CLOSE PARAMETRES-IN
001720     END-IF.
001730     IF NOT SR-MODE-LISTE AND SR-CHOIX-CODE = SPACES
001740         DISPLAY "CODE= EST OBLIGATOIRE EN MODE AJOUTER, "
001750             "MODIFIER OU FERMER"
001760         MOVE 16 TO RETURN-CODE
001770         STOP RUN
001780     END-IF.
001790     IF SR-MODE-AJOUTER AND SR-CHOIX-NOM = SPACES
001800         DISPLAY "NOM= EST OBLIGATOIRE EN MODE AJOUTER"
001810         MOVE 16 TO RETURN-CODE
001820         STOP RUN
001830     END-IF.
001840     IF SR-MODE-MODIFIER AND SR-CHOIX-NOM = SPACES
001850         AND NOT SR-VOLUME-DONNE
001860         DISPLAY "NOM= OU VOLUME= EST OBLIGATOIRE EN MODE "
001870             "MODIFIER"
001880         MOVE 16 TO RETURN-CODE
001890         STOP RUN
001900     END-IF.
001910 1000-EXIT.
001920     EXIT.
001930*
001940 1100-LIRE-UN-PARAMETRE.
001950     READ PARAMETRES-IN
001960         AT END
001970             MOVE "Y" TO SR-PRM-EOF-SW
001980         NOT AT END
001990             IF PARAMETRE-REC NOT = SPACES
002000                 AND PARAMETRE-REC(1:1) NOT = "*"
002010                 PERFORM 1200-APPLIQUER-PARAMETRE
002020                     THRU 1200-EXIT
002030             END-IF
002040     END-READ.
002050 1100-EXIT.
002060     EXIT.
002070*
002080 1200-APPLIQUER-PARAMETRE.
002090     MOVE SPACES TO SR-PRM-CLE.
002100     MOVE SPACES TO SR-PRM-VALEUR.
002110     UNSTRING PARAMETRE-REC DELIMITED BY "="
002120         INTO SR-PRM-CLE, SR-PRM-VALEUR.
002130     MOVE FUNCTION TRIM(SR-PRM-CLE) TO SR-PRM-CLE.
002140     MOVE FUNCTION TRIM(SR-PRM-VALEUR) TO SR-PRM-VAL-NET.
002150     EVALUATE SR-PRM-CLE
002160         WHEN "MODE"
002170             EVALUATE SR-PRM-VAL-NET
002180                 WHEN "LISTE"
002190                     MOVE "L" TO SR-MODE
002200                 WHEN "AJOUTER"
002210                     MOVE "A" TO SR-MODE
002220                 WHEN "MODIFIER"
002230                     MOVE "M" TO SR-MODE
002240                 WHEN "FERMER"
002250                     MOVE "F" TO SR-MODE
002260                 WHEN OTHER
002270                     PERFORM 1900-PARAMETRE-INVALIDE
002280                         THRU 1900-EXIT
002290             END-EVALUATE
002300         WHEN "CODE"
002310             IF SR-PRM-VAL-NET = SPACES
002320                 OR SR-PRM-VAL-NET(5:) NOT = SPACES
002330                 OR SR-PRM-VAL-NET(1:4) = "????"
002340                 PERFORM 1900-PARAMETRE-INVALIDE
002350                     THRU 1900-EXIT
002360             END-IF
002370             MOVE SR-PRM-VAL-NET(1:4) TO SR-CHOIX-CODE
002380         WHEN "NOM"
002390             IF SR-PRM-VAL-NET = SPACES
002400                 PERFORM 1900-PARAMETRE-INVALIDE
002410                     THRU 1900-EXIT
002420             END-IF
002430             MOVE SR-PRM-VAL-NET(1:30) TO SR-CHOIX-NOM
002440         WHEN "VOLUME"
002450             IF FUNCTION TEST-NUMVAL(SR-PRM-VAL-NET) = 0
002460                 COMPUTE SR-PRM-NOMBRE =
002470                     FUNCTION NUMVAL(SR-PRM-VAL-NET)
002480             ELSE
002490                 PERFORM 1900-PARAMETRE-INVALIDE
002500                     THRU 1900-EXIT
002510             END-IF
002520             IF SR-PRM-NOMBRE > 9999999
002530                 PERFORM 1900-PARAMETRE-INVALIDE
002540                     THRU 1900-EXIT
002550             END-IF
002560             MOVE SR-PRM-NOMBRE TO SR-CHOIX-VOLUME
002570             MOVE "Y" TO SR-VOLUME-SW
002580         WHEN OTHER
002590             PERFORM 1900-PARAMETRE-INVALIDE THRU 1900-EXIT
002600     END-EVALUATE.
002610 1200-EXIT.
002620     EXIT.
002630*
002640 1900-PARAMETRE-INVALIDE.
002650     DISPLAY "PARAMETRE INVALIDE : " PARAMETRE-REC.
002660     MOVE 16 TO RETURN-CODE.
002670     STOP RUN.
002680 1900-EXIT.
002690     EXIT.
002700*
002710*----------------------------------------------------------------*
002720* OUVERTURE DU REFERENTIEL EN MISE A JOUR. UN REFERENTIEL ABSENT
002730* EST CREE VIDE A LA PREMIERE OUVERTURE.
002740*----------------------------------------------------------------*
002750 2000-OUVRIR-REFERENTIEL.
002760     OPEN I-O SERVICES-FILE.
002770     IF NOT SR-SRV-OK AND NOT SR-SRV-ABSENT
002780         MOVE "SERVICES-FILE (OUVERTURE)" TO SR-MSG-ERREUR
002790         MOVE SR-SRV-STATUT TO SR-STATUT-ERREUR-FICHIER
002800         PERFORM 9000-ERREUR-FICHIER THRU 9000-EXIT
002810     END-IF.
002820 2000-EXIT.
002830     EXIT.
002840*
002850*----------------------------------------------------------------*
002860* CREATION D'UN SERVICE ACTIF. UN CODE DEJA PRESENT, ACTIF OU
002870* FERME, EST REFUSE : UN SERVICE FERME SE ROUVRE PAR MODIFIER.
002880*----------------------------------------------------------------*
002890 3000-AJOUTER-SERVICE.
002900     MOVE SR-CHOIX-CODE TO PIV-CODE.
002910     READ SERVICES-FILE
002920         INVALID KEY
002930             CONTINUE
002940         NOT INVALID KEY
002950             MOVE "Y" TO SR-REFUS-SW
002960             MOVE "ACTION REFUSEE : SERVICE DEJA PRESENT"
002970                 TO SR-LIB-ACTION
002980             GO TO 3000-EXIT
002990     END-READ.
003000     MOVE SPACES TO PAIR-IMPAIR-SRV-REC.
003010     MOVE SR-CHOIX-CODE TO PIV-CODE.
003020     MOVE SR-CHOIX-NOM TO PIV-NOM.
003030     MOVE "A" TO PIV-STATUT.
003040     MOVE SR-CHOIX-VOLUME TO PIV-VOLUME-JOUR.
003050     MOVE SR-DATE-JOUR TO PIV-DATE-CREATION.
003060     MOVE 0 TO PIV-DATE-FERMETURE.
003070     WRITE PAIR-IMPAIR-SRV-REC
003080         INVALID KEY
003090             MOVE "SERVICES-FILE (ECRITURE)" TO SR-MSG-ERREUR
003100             MOVE SR-SRV-STATUT TO SR-STATUT-ERREUR-FICHIER
003110             PERFORM 9000-ERREUR-FICHIER THRU 9000-EXIT
003120     END-WRITE.
003130     MOVE "SERVICE CREE" TO SR-LIB-ACTION.
003140 3000-EXIT.
003150     EXIT.
003160*
003170*----------------------------------------------------------------*
003180* MODIFICATION DU NOM ET/OU DU VOLUME JOURNALIER ATTENDU. LA
003190* MODIFICATION D'UN SERVICE FERME LE ROUVRE (STATUT ACTIF, DATE
003200* DE FERMETURE REMISE A ZERO).
003210*----------------------------------------------------------------*
003220 3100-MODIFIER-SERVICE.
003230     MOVE SR-CHOIX-CODE TO PIV-CODE.
003240     READ SERVICES-FILE
003250         INVALID KEY
003260             MOVE "Y" TO SR-REFUS-SW
003270             MOVE "ACTION REFUSEE : SERVICE INCONNU"
003280                 TO SR-LIB-ACTION
003290             GO TO 3100-EXIT
003300     END-READ.
003310     IF SR-CHOIX-NOM NOT = SPACES
003320         MOVE SR-CHOIX-NOM TO PIV-NOM
003330     END-IF.
003340     IF SR-VOLUME-DONNE
003350         MOVE SR-CHOIX-VOLUME TO PIV-VOLUME-JOUR
003360     END-IF.
003370     IF PIV-FERME
003380         MOVE "A" TO PIV-STATUT
003390         MOVE 0 TO PIV-DATE-FERMETURE
003400         MOVE "SERVICE MODIFIE ET ROUVERT" TO SR-LIB-ACTION
003410     ELSE
003420         MOVE "SERVICE MODIFIE" TO SR-LIB-ACTION
003430     END-IF.
003440     PERFORM 3900-REECRIRE-SERVICE THRU 3900-EXIT.
003450 3100-EXIT.
003460     EXIT.
003470*
003480*----------------------------------------------------------------*
003490* FERMETURE D'UN SERVICE : L'ENREGISTREMENT EST CONSERVE (LES
003500* RESULTATS ET REJETS DEJA CLASSES Y RENVOIENT), SEUL LE STATUT
003510* PASSE A FERME AVEC LA DATE DU JOUR.
003520*----------------------------------------------------------------*
003530 3200-FERMER-SERVICE.
003540     MOVE SR-CHOIX-CODE TO PIV-CODE.
003550     READ SERVICES-FILE
003560         INVALID KEY
003570             MOVE "Y" TO SR-REFUS-SW
003580             MOVE "ACTION REFUSEE : SERVICE INCONNU"
003590                 TO SR-LIB-ACTION
003600             GO TO 3200-EXIT
003610     END-READ.
003620     IF PIV-FERME
003630         MOVE "Y" TO SR-REFUS-SW
003640         MOVE "ACTION REFUSEE : SERVICE DEJA FERME"
003650             TO SR-LIB-ACTION
003660         GO TO 3200-EXIT
003670     END-IF.
003680     MOVE "F" TO PIV-STATUT.
003690     MOVE SR-DATE-JOUR TO PIV-DATE-FERMETURE.
003700     PERFORM 3900-REECRIRE-SERVICE THRU 3900-EXIT.
003710     MOVE "SERVICE FERME" TO SR-LIB-ACTION.
003720 3200-EXIT.
003730     EXIT.
003740*
003750 3900-REECRIRE-SERVICE.
003760     REWRITE PAIR-IMPAIR-SRV-REC
003770         INVALID KEY
003780             MOVE "SERVICES-FILE (REECRITURE)" TO SR-MSG-ERREUR
003790             MOVE SR-SRV-STATUT TO SR-STATUT-ERREUR-FICHIER
003800             PERFORM 9000-ERREUR-FICHIER THRU 9000-EXIT
003810     END-REWRITE.
003820 3900-EXIT.
003830     EXIT.
003840*
003850*----------------------------------------------------------------*
003860* ETAT SERVRPT : COMPTE RENDU DE L'ACTION DEMANDEE PUIS LISTE
003870* COMPLETE DU REFERENTIEL DANS L'ORDRE DES CODES.
003880*----------------------------------------------------------------*
003890 8000-IMPRIMER-REFERENTIEL.
003900     OPEN OUTPUT SERVICES-RPT.
003910     IF NOT SR-RPT-OK
003920         MOVE "SERVICES-RPT (OUVERTURE)" TO SR-MSG-ERREUR
003930         MOVE SR-RPT-STATUT TO SR-STATUT-ERREUR-FICHIER
003940         PERFORM 9000-ERREUR-FICHIER THRU 9000-EXIT
003950     END-IF.
003960     MOVE "REFERENTIEL DES SERVICES EMETTEURS - PAIR-IMPAIR"
003970         TO SR-RPT-LIGNE.
003980     WRITE SR-RPT-LIGNE.
003990     IF NOT SR-MODE-LISTE
004000         MOVE SPACES TO SR-RPT-LIGNE
004010         STRING "SERVICE " DELIMITED BY SIZE
004020             SR-CHOIX-CODE DELIMITED BY SIZE
004030             " : " DELIMITED BY SIZE
004040             SR-LIB-ACTION DELIMITED BY SIZE
004050             INTO SR-RPT-LIGNE
004060         WRITE SR-RPT-LIGNE
004070     END-IF.
004080     MOVE LOW-VALUES TO PIV-CODE.
004090     MOVE "N" TO SR-SRV-EOF-SW.
004100     START SERVICES-FILE KEY IS NOT LESS THAN PIV-CODE
004110         INVALID KEY
004120             MOVE "Y" TO SR-SRV-EOF-SW
004130     END-START.
004140     PERFORM 8100-IMPRIMER-UN-SERVICE THRU 8100-EXIT
004150         UNTIL SR-SRV-EOF.
004160     IF SR-NB-SERVICES = 0
004170         MOVE "AUCUN SERVICE AU REFERENTIEL" TO SR-RPT-LIGNE
004180         WRITE SR-RPT-LIGNE
004190     END-IF.
004200     MOVE SR-NB-ACTIFS TO SR-EDIT-NB.
004210     MOVE SPACES TO SR-RPT-LIGNE.
004220     STRING "SERVICES ACTIFS          : " DELIMITED BY SIZE
004230         SR-EDIT-NB DELIMITED BY SIZE
004240         INTO SR-RPT-LIGNE.
004250     WRITE SR-RPT-LIGNE.
004260     MOVE SR-NB-FERMES TO SR-EDIT-NB.
004270     MOVE SPACES TO SR-RPT-LIGNE.
004280     STRING "SERVICES FERMES          : " DELIMITED BY SIZE
004290         SR-EDIT-NB DELIMITED BY SIZE
004300         INTO SR-RPT-LIGNE.
004310     WRITE SR-RPT-LIGNE.
004320     CLOSE SERVICES-RPT.
004330 8000-EXIT.
004340     EXIT.
004350*
004360 8100-IMPRIMER-UN-SERVICE.
004370     READ SERVICES-FILE NEXT RECORD
004380         AT END
004390             MOVE "Y" TO SR-SRV-EOF-SW
004400             GO TO 8100-EXIT
004410     END-READ.
004420     ADD 1 TO SR-NB-SERVICES.
004430     IF PIV-FERME
004440         ADD 1 TO SR-NB-FERMES
004450         MOVE "FERME" TO SR-LIB-STATUT
004460     ELSE
004470         ADD 1 TO SR-NB-ACTIFS
004480         MOVE "ACTIF" TO SR-LIB-STATUT
004490     END-IF.
004500     MOVE PIV-VOLUME-JOUR TO SR-EDIT-VOLUME.
004510     MOVE SPACES TO SR-RPT-LIGNE.
004520     STRING PIV-CODE DELIMITED BY SIZE
004530         " " DELIMITED BY SIZE
004540         PIV-NOM DELIMITED BY SIZE
004550         " " DELIMITED BY SIZE
004560         SR-LIB-STATUT DELIMITED BY SIZE
004570         " VOLUME/JOUR " DELIMITED BY SIZE
004580         SR-EDIT-VOLUME DELIMITED BY SIZE
004590         " CREE " DELIMITED BY SIZE
004600         PIV-DATE-CREATION DELIMITED BY SIZE
004610         INTO SR-RPT-LIGNE.
004620     IF PIV-FERME
004630         MOVE " FERME " TO SR-RPT-LIGNE(77:7)
004640         MOVE PIV-DATE-FERMETURE TO SR-RPT-LIGNE(84:8)
004650     END-IF.
004660     WRITE SR-RPT-LIGNE.
004670 8100-EXIT.
004680     EXIT.
004690*
004700*----------------------------------------------------------------*
004710* ARRET ANORMAL SUR ERREUR D'OUVERTURE OU D'ECRITURE D'UN
004720* FICHIER, A L'IDENTIQUE DE PAIR-IMPAIR.
004730*----------------------------------------------------------------*
004740 9000-ERREUR-FICHIER.
004750     DISPLAY "ERREUR E/S - " SR-MSG-ERREUR
004760         " - STATUT " SR-STATUT-ERREUR-FICHIER.
004770     MOVE 16 TO RETURN-CODE.
004780     STOP RUN.
004790 9000-EXIT.
004800     EXIT.
