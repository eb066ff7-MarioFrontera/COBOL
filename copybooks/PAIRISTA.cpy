000120*               D'EXECUTION (FICHIER PAIRISTA, UNE LIGNE PAR
000130*               EXECUTION DE PAIR-IMPAIR, EN AJOUT). RELU PAR LE
000140*               PROGRAMME TENDANCE POUR LES ETATS DE TENDANCE.
000141*               PIS-NB-RETENUS (VALEURS RETENUES POUR
000142*               APPROBATION) ET PIS-NB-REJ-RAISON-6 (REJETS
000143*               RAISON 6, NUMERO BLOQUE) SONT AJOUTES EN FIN
000144*               D'ENREGISTREMENT, APRES PIS-TOT-HASH, POUR NE PAS
000145*               DECALER LES ZONES DEJA ECRITES. UN ANCIEN
000146*               ENREGISTREMENT EST PLUS COURT ET CES DEUX ZONES Y
000147*               SONT LUES A BLANC : TESTER IS NUMERIC.
000148*               LUS = VALIDES + REJETES + RETENUS.
000150*----------------------------------------------------------------*
000160 01  PAIR-IMPAIR-STA-REC.
000170     05  PIS-DATE                PIC 9(08).
000250     05  PIS-TOT-VALEUR          PIC S9(13)V9(04)
000260         SIGN IS LEADING SEPARATE CHARACTER.
000270     05  PIS-TOT-HASH            PIC 9(13).
000280     05  PIS-NB-RETENUS          PIC 9(09).
000285     05  PIS-NB-REJ-RAISON-6     PIC 9(07).
000290     05  FILLER                  PIC X(01).
