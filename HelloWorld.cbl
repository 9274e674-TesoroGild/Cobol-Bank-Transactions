              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS FC-BDT.

           SELECT STANDING-ORDER-FILE ASSIGN TO "ordres.txt"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS FC-ORD.

           SELECT ORDER-REPORT-FILE ASSIGN TO "rapportordres.txt"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS FC-ORR.

           SELECT PARAMETER-FILE ASSIGN TO "parametres.txt"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS FC-PRM.

           SELECT DAILY-BALANCE-FILE ASSIGN TO "soldesmois.txt"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS FC-SLD.

           SELECT RETURNS-FILE ASSIGN TO "retours.txt"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS FC-RET.

           SELECT INTEGRITY-REPORT-FILE ASSIGN TO "controles.txt"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS FC-ICR.

           SELECT STOCK-TAKE-FILE ASSIGN TO "inventairephys.txt"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS FC-IPH.

           SELECT COUNT-SHEET-FILE ASSIGN TO "feuillescomptage.txt"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS FC-IPS.

           SELECT COUNT-FILE ASSIGN TO "comptages.txt"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS FC-IPC.

           SELECT VARIANCE-REPORT-FILE ASSIGN TO "ecartsinventaire.txt"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS FC-IPV.

           SELECT SUPPLIER-MASTER-FILE ASSIGN TO "fournisseurs.txt"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS FC-FRS.

           SELECT PRICE-LIST-FILE ASSIGN TO "tarifs.txt"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS FC-TRF.

           SELECT COST-FILE ASSIGN TO "couts.txt"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS FC-CST.

           SELECT MARGIN-REPORT-FILE ASSIGN TO "marges.txt"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS FC-GMR.

           SELECT ALERT-FILE ASSIGN TO "alertes.txt"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS FC-ALR.

           SELECT ALERT-HISTORY-FILE ASSIGN TO "alertes_historique.txt"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS FC-ALH.

           SELECT APPROVAL-REPORT-FILE ASSIGN TO "attentes.txt"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS FC-ATT.

           SELECT ACCOUNT-MAP-FILE ASSIGN TO "comptes.txt"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS FC-CPT.

           SELECT LEDGER-FILE ASSIGN DYNAMIC WS-GL-FILE-NAME
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS FC-GL.

           SELECT VAT-REPORT-FILE ASSIGN TO "tva.txt"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS FC-TVA.

           SELECT REPORT-CARD-FILE ASSIGN TO "bulletins.txt"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS FC-BUL.

           SELECT CARD-EXCEPTION-FILE ASSIGN TO
              "anomaliesbulletins.txt"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS FC-BLX.

           SELECT WORKFILE ASSIGN TO "OHOOOOO".

           SELECT STMT-WORKFILE ASSIGN TO "TRIRELEVE".
       01 FS-OUT-RECORD PIC X(100).

       FD TRANSACTIONS-FILE.
       01 FS-TRX-LINE PIC X(150).

       FD CLIENTS-NEW-FILE.
       01 FS-CLN-LINE PIC X(100).

       FD JOURNAL-FILE.
       01 FS-JRN-LINE PIC X(210).

       FD AUDIT-FILE.
       01 FS-AUDIT-RECORD PIC X(100).
       01 FS-BK3-RECORD PIC X(48).

       FD ARCHIVE-FILE.
       01 FS-ARC-LINE PIC X(210).

       FD HOUSE-TEMP-FILE.
       01 FS-TMP-LINE PIC X(100).
       01 FS-REJ-LINE PIC X(100).

       FD SUSPENSE-FILE.
       01 FS-SUS-LINE PIC X(350).

       FD MOVEMENT-FILE.
       01 FS-MVT-RECORD PIC X(100).
       01 FS-CAT-LINE PIC X(100).

       FD EXTRACT-FILE.
       01 FS-EXT-LINE PIC X(210).

       FD OPERATOR-FILE.
       01 FS-OPR-LINE PIC X(100).
       01 FS-CMD-LINE PIC X(100).

       FD SALES-JOURNAL-FILE.
       01 FS-VNT-LINE PIC X(150).

       FD BUSINESS-DATE-FILE.
       01 FS-BDT-LINE PIC X(100).

       FD STANDING-ORDER-FILE.
       01 FS-ORD-LINE PIC X(200).

       FD ORDER-REPORT-FILE.
       01 FS-ORR-LINE PIC X(150).

       FD PARAMETER-FILE.
       01 FS-PRM-LINE PIC X(100).

       FD DAILY-BALANCE-FILE.
       01 FS-SLD-LINE PIC X(100).

       FD RETURNS-FILE.
       01 FS-RET-LINE PIC X(150).

       FD INTEGRITY-REPORT-FILE.
       01 FS-ICR-LINE PIC X(150).

       FD STOCK-TAKE-FILE.
       01 FS-IPH-LINE PIC X(100).

       FD COUNT-SHEET-FILE.
       01 FS-IPS-LINE PIC X(100).

       FD COUNT-FILE.
       01 FS-IPC-LINE PIC X(100).

       FD VARIANCE-REPORT-FILE.
       01 FS-IPV-LINE PIC X(120).

       FD SUPPLIER-MASTER-FILE.
       01 FS-FRS-LINE PIC X(100).

       FD PRICE-LIST-FILE.
       01 FS-TRF-LINE PIC X(100).

       FD COST-FILE.
       01 FS-CST-LINE PIC X(100).

       FD MARGIN-REPORT-FILE.
       01 FS-GMR-LINE PIC X(120).

       FD ALERT-FILE.
       01 FS-ALR-LINE PIC X(250).

       FD ALERT-HISTORY-FILE.
       01 FS-ALH-LINE PIC X(250).

       FD APPROVAL-REPORT-FILE.
       01 FS-ATT-LINE PIC X(120).

       FD ACCOUNT-MAP-FILE.
       01 FS-CPT-LINE PIC X(100).

       FD LEDGER-FILE.
       01 FS-GL-LINE PIC X(120).

       FD VAT-REPORT-FILE.
       01 FS-TVA-LINE PIC X(120).

       FD REPORT-CARD-FILE.
       01 FS-BUL-LINE PIC X(100).

       FD CARD-EXCEPTION-FILE.
       01 FS-BLX-LINE PIC X(100).

       FD FILE-TO-SORT.
       01 FS-LINE1 PIC X(100).
       FD FILE-SORTED.
       01 WS-CKPT-RESUME-OPTION PIC 9(2) VALUE ZERO.

       01 WS-CKPT-OPEN-TAB.
           05 WS-CKPT-OPEN-FLAG PIC X VALUE 'N' OCCURS 30 TIMES.
       01 WS-CKPT-TAB-IDX PIC 9(2) VALUE ZERO.

       01 FC-INV PIC X(02).
           88 WS-PG-FOUND VALUE 'O'.
           88 WS-PG-NOT-FOUND VALUE 'N'.

      *    BULLETINS INDIVIDUELS D'UNE PERIODE (OPTION 28) : UN
      *    BULLETIN PAGINE PAR ELEVE DANS bulletins.txt, LES ELEVES
      *    AUX NOTES INCOMPLETES DANS anomaliesbulletins.txt
       01 FC-BUL PIC X(02).
       01 FC-BLX PIC X(02).
       01 WS-BL-TERM PIC X(06).
      *    NOMBRE DE LIGNES PAR PAGE DE BULLETIN - VALEUR CONFIGURABLE
       01 WS-BL-MAX-LINES PIC 9(2) VALUE 60.
       01 WS-BL-LINE-COUNT PIC 9(3) VALUE ZERO.
       01 WS-BL-PAGE PIC 9(3) VALUE ZERO.
       01 WS-BL-PAGE-DISPLAY PIC ZZ9.
       01 WS-BL-HOLD-LINE PIC X(100).
      *    DERNIER ENREGISTREMENT LU DE CHAQUE ELEVE POUR LA PERIODE -
      *    NOTES A ZERO ET MOTIF RENSEIGNE SI UNE NOTE MANQUE
       01 TAB-BL-STU.
           05 WS-BLS-RECORD OCCURS 100 TIMES.
              10 WS-BLS-NAME PIC X(20).
              10 WS-BLS-MATHS PIC 999.
              10 WS-BLS-PHYS PIC 999.
              10 WS-BLS-SVT PIC 999.
              10 WS-BLS-PHILO PIC 999.
              10 WS-BLS-AVERAGE PIC 9(3)V99.
              10 WS-BLS-REASON PIC X(50).
       01 WS-BLS-COUNT PIC 9(3) VALUE ZERO.
       01 WS-BLS-CAPACITY PIC 9(3) VALUE 100.
       01 WS-BLS-IDX PIC 9(3) VALUE ZERO.
       01 WS-BLS-FOUND-SW PIC X VALUE 'N'.
           88 WS-BLS-FOUND VALUE 'O'.
           88 WS-BLS-NOT-FOUND VALUE 'N'.
      *    MOYENNES DES PERIODES ANTERIEURES, TRIEES PAR PERIODE
       01 TAB-BL-HIST.
           05 WS-BLH-RECORD OCCURS 500 TIMES.
              10 WS-BLH-TERM PIC X(06).
              10 WS-BLH-NAME PIC X(20).
              10 WS-BLH-AVERAGE PIC 9(3)V99.
              10 WS-BLH-COMPLETE PIC X.
       01 TMP-BLH-ITEM PIC X(32).
       01 WS-BLH-COUNT PIC 9(3) VALUE ZERO.
       01 WS-BLH-CAPACITY PIC 9(3) VALUE 500.
       01 WS-BLH-IDX PIC 9(3) VALUE ZERO.
       01 WS-BLH-JDX PIC 9(3) VALUE ZERO.
       01 WS-BLH-FOUND-SW PIC X VALUE 'N'.
           88 WS-BLH-FOUND VALUE 'O'.
           88 WS-BLH-NOT-FOUND VALUE 'N'.
       01 WS-BL-LOST-COUNT PIC 9(3) VALUE ZERO.
       01 WS-BLH-LOST-COUNT PIC 9(3) VALUE ZERO.
       01 WS-BL-CARD-COUNT PIC 9(3) VALUE ZERO.
       01 WS-BL-EXC-COUNT PIC 9(3) VALUE ZERO.
       01 WS-BL-HIST-NB PIC 9(3) VALUE ZERO.
       01 WS-BL-RANK PIC 9(3) VALUE ZERO.
       01 WS-BL-TIE-COUNT PIC 9(3) VALUE ZERO.
       01 WS-BL-CLASS-TOTAL PIC 9(6)V99 VALUE ZERO.
       01 WS-BL-CLASS-AVG PIC 9(3)V99 VALUE ZERO.
       01 WS-BL-COMPLETE-SW PIC X VALUE 'O'.
           88 WS-BL-COMPLETE VALUE 'O'.
           88 WS-BL-INCOMPLETE VALUE 'N'.
       01 WS-BL-MARK-TEXT PIC X(03).
       01 WS-BL-SUBJ-NAME PIC X(13).
       01 WS-BL-COEF PIC 9V9 VALUE ZERO.
       01 WS-BL-MARK PIC 999 VALUE ZERO.
       01 WS-BL-REASON PIC X(50).
       01 WS-BL-WORK PIC X(50).
       01 WS-BL-DECISION PIC X(30).
       01 WS-BL-MARK-DISPLAY PIC ZZ9.
       01 WS-BL-MIN-DISPLAY PIC ZZ9.
       01 WS-BL-MAX-DISPLAY PIC ZZ9.
       01 WS-BL-COEF-DISPLAY PIC 9.9.
       01 WS-BL-AVG-DISPLAY PIC ZZ9.99.
       01 WS-BL-AVG2-DISPLAY PIC ZZ9.99.
       01 WS-BL-NB-DISPLAY PIC ZZ9.
       01 WS-BL-NB2-DISPLAY PIC ZZ9.

       01 WS-CLASS-COUNT PIC 9(3) VALUE ZERO.
       01 WS-CLASS-TOTAL PIC 9(6)V99 VALUE ZERO.
       01 WS-CLASS-AVERAGE PIC 9(3)V99 VALUE ZERO.
       01 WS-HK-LINE-INT PIC 9(7) VALUE ZERO.
       01 WS-HK-LINE-DATE PIC 9(8) VALUE ZERO.
       01 WS-HK-DATE-TEXT PIC X(10).
       01 WS-HK-REST PIC X(210).
       01 WS-HK-DUMMY PIC X(210).
       01 WS-HK-LINE PIC X(210).
       01 WS-HK-KEEP-COUNT PIC 9(5) VALUE ZERO.
       01 WS-HK-ARCH-COUNT PIC 9(5) VALUE ZERO.
       01 WS-HK-PURGE-COUNT PIC 9(5) VALUE ZERO.
       01 WS-BATCH-ERR-COUNT PIC 9(3) VALUE ZERO.
       01 WS-BATCH-OPT-TEXT PIC X(10).
       01 WS-BATCH-PARAM-TEXT PIC X(20).
       01 WS-BATCH-PARAM-NUM PIC 9(6) VALUE ZERO.
       01 WS-BATCH-STEP-FS PIC X(02).
       01 WS-BATCH-STEP-STATE PIC X(06).
       01 WS-BATCH-MOTIF PIC X(20).
       01 FC-MVT PIC X(02).
       01 WS-MVT-NAME PIC X(30).
       01 WS-MVT-TYPE PIC X(1).
       01 WS-MVT-LABEL PIC X(10).
      *    NUMERO DE COMMANDE D'UNE RECEPTION FOURNISSEUR, AJOUTE EN
      *    FIN DE LIGNE DU MOUVEMENT (REMIS A ZERO APRES ECRITURE)
       01 WS-MVT-PO-NUM PIC 9(6) VALUE ZERO.
       01 WS-MVT-CMD-TEXT PIC X(11).
       01 WS-MVT-QTE PIC 9(3) VALUE ZERO.
       01 WS-MVT-OLD-QTE PIC 9(3) VALUE ZERO.
       01 WS-MVT-NEW-QTE PIC 9(3) VALUE ZERO.
       01 WS-TRX-FOUND-SW PIC X VALUE 'N'.
           88 WS-TRX-FOUND VALUE 'O'.
           88 WS-TRX-NOT-FOUND VALUE 'N'.
      *    REFERENCE DU MOUVEMENT (6EME CHAMP DE transactions.txt,
      *    FACULTATIF) - ORDRE=NNNNNN POUR UN MOUVEMENT GENERE PAR UN
      *    ORDRE PERMANENT - REPORTEE AU SUSPENS ET AU JOURNAL (LIGNE
      *    REFERENCE SOUS LA LIGNE DU MOUVEMENT)
       01 WS-TRX-REF PIC X(20).

       01 FC-CAT PIC X(02).
       01 FC-EXT PIC X(02).
       01 TAB-AQ.
           05 WS-AQ-RECORD OCCURS 200 TIMES.
              10 WS-AQ-KEY PIC 9(8).
              10 WS-AQ-LINE PIC X(210).
       01 WS-AQ-COUNT PIC 9(3) VALUE ZERO.
       01 WS-AQ-CAPACITY PIC 9(3) VALUE 200.
       01 WS-AQ-LOST-COUNT PIC 9(3) VALUE ZERO.
       01 FC-OPR PIC X(02).
      *    PROFIL DE L'OPERATEUR CONNECTE - CHARGE AU DEMARRAGE
      *    DEPUIS operateurs.txt (FORMAT CODE;NOM;DROITS, DROITS =
      *    30 POSITIONS, POSITION N A 'O' SI L'OPTION N DU MENU EST
      *    AUTORISEE) - L'IDENTIFIANT EST ESTAMPILLE SUR CHAQUE
      *    LIGNE D'AUDIT, DE CHECKPOINT ET DE JOURNAL
       01 WS-OP-ID PIC X(8) VALUE SPACES.
       01 WS-OP-NAME PIC X(30) VALUE SPACES.
       01 WS-OP-RIGHTS PIC X(30) VALUE ALL "N".
       01 WS-OP-ID-IN PIC X(8) VALUE SPACES.
       01 WS-OP-ID-TEXT PIC X(10).
       01 WS-OP-RIGHTS-TEXT PIC X(30).

       01 FC-SUS PIC X(02).
      *    TABLE DES MOUVEMENTS EN SUSPENS (suspens.txt) - STATUT :
      *    'S' EN SUSPENS, 'A' EN ATTENTE DE VALIDATION (CORRECTION,
      *    DEMANDE DE RECYCLAGE OU MOUVEMENT AU-DELA DU SEUIL DE
      *    VALIDATION), 'R' VALIDE ET RECYCLE AU PROCHAIN PASSAGE DE
      *    L'OPTION 7, 'P' COMPTABILISE (PURGE A LA REECRITURE DU
      *    FICHIER) - L'AUTEUR (SAISI PAR/LE) ET LE VALIDEUR (VALIDE
      *    PAR/LE, COMMENTAIRE) SONT ESTAMPILLES AAAAMMJJHHMMSS
       01 TAB-SUSPENSE.
           05 WS-SU-RECORD OCCURS 50 TIMES.
              10 WS-SU-STATUS PIC X.
              10 WS-SU-AMOUNT-TEXT PIC X(15).
              10 WS-SU-CPTY PIC X(50).
              10 WS-SU-ENTRY-DATE PIC 9(8).
              10 WS-SU-REF PIC X(20).
              10 WS-SU-MAKER PIC X(8).
              10 WS-SU-MAKER-TS PIC X(14).
              10 WS-SU-CHECKER PIC X(8).
              10 WS-SU-CHECKER-TS PIC X(14).
              10 WS-SU-COMMENT PIC X(40).
       01 WS-SU-COUNT PIC 9(3) VALUE ZERO.
       01 WS-SU-CAPACITY PIC 9(3) VALUE 50.
       01 WS-SU-LOST-COUNT PIC 9(3) VALUE ZERO.
           88 WS-SU-EOF VALUE 'O'.
           88 WS-SU-NOT-EOF VALUE 'N'.

      *    DOUBLE CONTROLE DES SUSPENS (OPTION 26)
       01 FC-ATT PIC X(02).
      *    RETRAIT OU VIREMENT AU-DELA DUQUEL LE MOUVEMENT N'EST PAS
      *    COMPTABILISE SANS VALIDATION (CLE "SEUIL VALIDATION" DE
      *    parametres.txt, ZERO = PAS DE SEUIL)
       01 WS-MC-LIMIT PIC 9(9)V99 VALUE 5000.
       01 WS-MC-HELD-SW PIC X VALUE 'N'.
           88 WS-MC-HELD VALUE 'O'.
           88 WS-MC-NOT-HELD VALUE 'N'.
       01 WS-MC-APPROVED-SW PIC X VALUE 'N'.
           88 WS-MC-APPROVED VALUE 'O'.
           88 WS-MC-NOT-APPROVED VALUE 'N'.
       01 WS-MC-SELECT-SW PIC X VALUE 'N'.
           88 WS-MC-SELECTED VALUE 'O'.
           88 WS-MC-NOT-SELECTED VALUE 'N'.
       01 WS-MC-HELD-COUNT PIC 9(5) VALUE ZERO.
       01 WS-MC-PENDING-COUNT PIC 9(3) VALUE ZERO.
       01 WS-MC-ACTION-COUNT PIC 9(5) VALUE ZERO.
       01 WS-MC-AGE-MAX PIC 9(5) VALUE ZERO.
       01 WS-MC-CHOICE PIC 9(1) VALUE 1.
       01 WS-MC-LOOP PIC X VALUE 'N'.
           88 WS-OUT-OF-MC-LOOP VALUE 'O'.
           88 WS-NOUT-OF-MC-LOOP VALUE 'N'.
       01 WS-MC-TIME PIC 9(8) VALUE ZERO.
       01 WS-MC-STAMP PIC X(14).
       01 WS-MC-STAMP-IN PIC X(14).
       01 WS-MC-STAMP-TEXT PIC X(19).
       01 WS-MC-STAMP-DATE PIC 9(8) VALUE ZERO.
       01 WS-MC-COMMENT PIC X(40).
       01 WS-MC-DECISION PIC X(8).

      *    INTERFACE COMPTABLE DE FIN DE JOURNEE (OPTION 15) -
      *    ecritures_AAAAMMJJ.txt : EN-TETE, LIGNES DEBIT/CREDIT PAR
      *    COMPTE ET FIN DE CONTROLE - LES COMPTES DE CHAQUE TYPE DE
      *    MOUVEMENT SONT LUS DANS comptes.txt (TYPE;COMPTE DEBIT;
      *    COMPTE CREDIT;LIBELLE), AUCUN N'EST ECRIT DANS LE PROGRAMME
       01 FC-CPT PIC X(02).
       01 FC-GL PIC X(02).
       01 WS-GL-FILE-NAME PIC X(30).
       01 TAB-GL-MAP.
           05 WS-GLM-RECORD OCCURS 30 TIMES.
              10 WS-GLM-KEY PIC X(12).
              10 WS-GLM-DEBIT PIC X(10).
              10 WS-GLM-CREDIT PIC X(10).
              10 WS-GLM-LABEL PIC X(30).
       01 WS-GLM-COUNT PIC 9(2) VALUE ZERO.
       01 WS-GLM-CAPACITY PIC 9(2) VALUE 30.
       01 WS-GLM-IDX PIC 9(2) VALUE ZERO.
       01 WS-GLM-LOST-COUNT PIC 9(3) VALUE ZERO.
       01 WS-GLM-FOUND-SW PIC X VALUE 'N'.
           88 WS-GLM-FOUND VALUE 'O'.
           88 WS-GLM-NOT-FOUND VALUE 'N'.
      *    MONTANT DE LA JOURNEE PAR TYPE DE MOUVEMENT : 1 DEPOT,
      *    2 RETRAIT, 3 VIREMENT, 4 INTERET, 5 FRAIS (LES INTERETS
      *    ET FRAIS DE FIN DE MOIS SONT DES DEPOTS ET RETRAITS
      *    RECONNUS A LEUR REFERENCE), 6 VENTE (HT), 7 TVA VENTE,
      *    8 AVOIR (HT), 9 TVA AVOIR, 10 RECEPTION (ACHATS RECUS DES
      *    FOURNISSEURS, VALORISES AU COUT DE LA COMMANDE)
       01 TAB-GL-AMT.
           05 WS-GLA-RECORD OCCURS 10 TIMES.
              10 WS-GLA-KEY PIC X(12).
              10 WS-GLA-AMOUNT PIC S9(11)V99.
              10 WS-GLA-NB PIC 9(5).
       01 WS-GLA-COUNT PIC 9(2) VALUE 10.
       01 WS-GLA-IDX PIC 9(2) VALUE ZERO.
       01 WS-GL-STATE-SW PIC X VALUE SPACE.
           88 WS-GL-DONE VALUE 'O'.
           88 WS-GL-REFUSED VALUE 'R'.
           88 WS-GL-FAILED VALUE 'E'.
           88 WS-GL-NOT-RUN VALUE SPACE.
       01 WS-GL-EOF-SW PIC X VALUE 'N'.
           88 WS-GL-EOF VALUE 'O'.
           88 WS-GL-NOT-EOF VALUE 'N'.
       01 WS-GL-MISSING-COUNT PIC 9(2) VALUE ZERO.
       01 WS-GL-NOINV-COUNT PIC 9(5) VALUE ZERO.
       01 WS-GL-NOCOST-COUNT PIC 9(5) VALUE ZERO.
       01 WS-GL-LINE-COUNT PIC 9(5) VALUE ZERO.
       01 WS-GL-TOTAL-DEBIT PIC S9(11)V99 VALUE ZERO.
       01 WS-GL-TOTAL-CREDIT PIC S9(11)V99 VALUE ZERO.
       01 WS-GL-AMOUNT PIC S9(11)V99 VALUE ZERO.
       01 WS-GL-HT PIC S9(11)V99 VALUE ZERO.
       01 WS-GL-TTC PIC S9(11)V99 VALUE ZERO.
       01 WS-GL-LAST-TYPE PIC X(10).
       01 WS-GL-LAST-AMOUNT PIC S9(11)V99 VALUE ZERO.
       01 WS-GL-ACCOUNT PIC X(10).
       01 WS-GL-SIDE PIC X.
       01 WS-GL-LINE PIC X(210).
       01 WS-GL-HEAD PIC X(210).
       01 WS-GL-REST PIC X(210).
       01 WS-GL-DUMMY PIC X(210).
       01 WS-GL-AMT-TEXT PIC X(20).
       01 WS-GL-F1 PIC X(20).
       01 WS-GL-F2 PIC X(20).
       01 WS-GL-F3 PIC X(20).
       01 WS-GL-F4 PIC X(40).
       01 WS-GL-F5 PIC X(20).
       01 WS-GL-F6 PIC X(20).
       01 WS-GL-F7 PIC X(20).
       01 WS-GL-F8 PIC X(20).
       01 WS-GL-AMT-DISPLAY PIC -(11)9.99.
       01 WS-GL-AMT2-DISPLAY PIC -(11)9.99.
       01 WS-GL-SEQ-DISPLAY PIC 9(5).

      *    DECLARATION DE TVA D'UNE PERIODE (OPTION 27) - tva.txt
       01 FC-TVA PIC X(02).
       01 WS-TV-DATE-FROM PIC 9(8) VALUE ZERO.
       01 WS-TV-DATE-TO PIC 9(8) VALUE ZERO.
      *    BASE HT ET TVA COLLECTEE PAR TAUX (FS-INV-RATE) - LES
      *    RETOURS VIENNENT EN DEDUCTION AU TAUX DE LA LIGNE D'ORIGINE
       01 TAB-TV-RATE.
           05 WS-TVR-RECORD OCCURS 20 TIMES.
              10 WS-TVR-RATE PIC 9V9.
              10 WS-TVR-BASE PIC S9(11)V99.
              10 WS-TVR-TAX PIC S9(11)V99.
              10 WS-TVR-NB PIC 9(5).
       01 TMP-TVR-ITEM PIC X(33).
       01 WS-TVR-COUNT PIC 9(2) VALUE ZERO.
       01 WS-TVR-CAPACITY PIC 9(2) VALUE 20.
       01 WS-TVR-IDX PIC 9(2) VALUE ZERO.
       01 WS-TVR-JDX PIC 9(2) VALUE ZERO.
       01 WS-TVR-FOUND-SW PIC X VALUE 'N'.
           88 WS-TVR-FOUND VALUE 'O'.
           88 WS-TVR-NOT-FOUND VALUE 'N'.
      *    LIGNES VENTE ET AVOIR DE ventes.txt DE LA PERIODE, AVEC LE
      *    TTC RETROUVE DANS LES FACTURES ET DANS retours.txt
       01 TAB-TV-DOC.
           05 WS-TVD-RECORD OCCURS 500 TIMES.
              10 WS-TVD-TYPE PIC X.
              10 WS-TVD-INVOICE PIC 9(6).
              10 WS-TVD-CREDIT PIC 9(6).
              10 WS-TVD-TTC PIC S9(9)V99.
              10 WS-TVD-CALC PIC S9(9)V99.
              10 WS-TVD-NB PIC 9(3).
       01 WS-TVD-COUNT PIC 9(3) VALUE ZERO.
       01 WS-TVD-CAPACITY PIC 9(3) VALUE 500.
       01 WS-TVD-IDX PIC 9(3) VALUE ZERO.
       01 WS-TVD-FOUND-SW PIC X VALUE 'N'.
           88 WS-TVD-FOUND VALUE 'O'.
           88 WS-TVD-NOT-FOUND VALUE 'N'.
      *    EXCEPTIONS : PIECE PRESENTE D'UN SEUL COTE OU TTC DIFFERENT
       01 TAB-TV-EXC.
           05 WS-TVE-LINE PIC X(100) OCCURS 100 TIMES.
       01 WS-TVE-COUNT PIC 9(3) VALUE ZERO.
       01 WS-TVE-CAPACITY PIC 9(3) VALUE 100.
       01 WS-TVE-IDX PIC 9(3) VALUE ZERO.
       01 WS-TV-EXC-TEXT PIC X(100).
       01 WS-TV-EOF-SW PIC X VALUE 'N'.
           88 WS-TV-EOF VALUE 'O'.
           88 WS-TV-NOT-EOF VALUE 'N'.
       01 WS-TV-INVOICE PIC 9(6) VALUE ZERO.
       01 WS-TV-CREDIT PIC 9(6) VALUE ZERO.
       01 WS-TV-LINE-NUM PIC 9(2) VALUE ZERO.
       01 WS-TV-RATE PIC 9V9 VALUE ZERO.
       01 WS-TV-HT PIC S9(9)V99 VALUE ZERO.
       01 WS-TV-TTC PIC S9(9)V99 VALUE ZERO.
       01 WS-TV-INV-TTC PIC S9(9)V99 VALUE ZERO.
       01 WS-TV-SALES-TTC PIC S9(11)V99 VALUE ZERO.
       01 WS-TV-CREDIT-TTC PIC S9(11)V99 VALUE ZERO.
       01 WS-TV-DOC-SALES PIC S9(11)V99 VALUE ZERO.
       01 WS-TV-DOC-CREDIT PIC S9(11)V99 VALUE ZERO.
       01 WS-TV-TOTAL-BASE PIC S9(11)V99 VALUE ZERO.
       01 WS-TV-TOTAL-TAX PIC S9(11)V99 VALUE ZERO.
       01 WS-TV-GAP PIC S9(11)V99 VALUE ZERO.
       01 WS-TV-INV-COUNT PIC 9(5) VALUE ZERO.
       01 WS-TV-RET-COUNT PIC 9(5) VALUE ZERO.
       01 WS-TV-VNT-COUNT PIC 9(5) VALUE ZERO.
       01 WS-TV-LOST-COUNT PIC 9(5) VALUE ZERO.
       01 WS-TV-ACTION-COUNT PIC 9(5) VALUE ZERO.
       01 WS-TV-HEAD PIC X(150).
       01 WS-TV-REST PIC X(150).
       01 WS-TV-DUMMY PIC X(150).
       01 WS-TV-TTC-TEXT PIC X(20).
       01 WS-TV-NUM-TEXT PIC X(10).
       01 WS-TV-NUM-DISPLAY PIC 9(6).
       01 WS-TV-RATE-DISPLAY PIC 9.9.
       01 WS-TV-NB-DISPLAY PIC Z(4)9.
       01 WS-TV-AMT-DISPLAY PIC -(10)9.99.
       01 WS-TV-AMT2-DISPLAY PIC -(10)9.99.
       01 WS-TV-AMT3-DISPLAY PIC -(10)9.99.

       01 FC-BDT PIC X(02).
      *    DATE DE TRAITEMENT (JOURNEE COMPTABLE) LUE AU DEMARRAGE
      *    DANS datetraitement.txt - NE SUIT PAS L'HORLOGE SYSTEME,
              10 WS-POS-QTE PIC 9(3).
              10 WS-POS-PRICE PIC S9(5)V99.
              10 WS-POS-LINE-TTC PIC S9(7)V99.
              10 WS-POS-LINE-HT PIC S9(7)V99.
              10 WS-POS-LINE-RATE PIC 9V9.
              10 WS-POS-ITEM-IDX PIC 9(2).
              10 WS-POS-OLD-QTE PIC 9(3).
       01 WS-POS-LINE-COUNT PIC 9(2) VALUE ZERO.
       01 WS-POS-CAPACITY PIC 9(2) VALUE 20.
       01 WS-POS-CLIENT PIC 9(5) VALUE ZERO.
       01 WS-POS-TOTAL-TVA PIC S9(9)V99 VALUE ZERO.
       01 WS-POS-TOTAL-TTC PIC S9(9)V99 VALUE ZERO.
       01 WS-POS-AMT-DISPLAY PIC -(8)9.99.
       01 WS-POS-HT-DISPLAY PIC -(8)9.99.
       01 WS-POS-RATE-DISPLAY PIC 9.9.
       01 WS-POS-SALE-COUNT PIC 9(5) VALUE ZERO.

       01 FC-RET PIC X(02).
      *    COMPTEUR D'AVOIRS DE LA CAISSE, PERSISTE DANS
      *    datetraitement.txt COMME LE NUMERO DE FACTURE
       01 WS-BD-CREDIT-NUM PIC 9(6) VALUE ZERO.
      *    LIGNES DE LA FACTURE REPRISE PAR UN RETOUR (OPTION 21) -
      *    VENDU, DEJA RETOURNE PAR LES AVOIRS PRECEDENTS (retours.txt)
      *    ET RETOURNE CETTE FOIS, AVEC LES MONTANTS DEJA REMBOURSES
      *    POUR SOLDER EXACTEMENT LA LIGNE AU DERNIER RETOUR
       01 TAB-AV.
           05 WS-AV-LINE-REC OCCURS 20 TIMES.
              10 WS-AV-NAME PIC X(30).
              10 WS-AV-SOLD PIC 9(3).
              10 WS-AV-TTC PIC S9(7)V99.
              10 WS-AV-HT PIC S9(7)V99.
              10 WS-AV-RATE PIC 9V9.
              10 WS-AV-DONE PIC 9(3).
              10 WS-AV-DONE-TTC PIC S9(7)V99.
              10 WS-AV-DONE-HT PIC S9(7)V99.
              10 WS-AV-QTE PIC 9(3).
              10 WS-AV-RET-TTC PIC S9(7)V99.
              10 WS-AV-RET-HT PIC S9(7)V99.
              10 WS-AV-ITEM-IDX PIC 9(2).
       01 WS-AV-LINE-COUNT PIC 9(2) VALUE ZERO.
       01 WS-AV-CAPACITY PIC 9(2) VALUE 20.
       01 WS-AV-IDX PIC 9(2) VALUE ZERO.
       01 WS-AV-LINE-IN PIC 9(2) VALUE ZERO.
       01 WS-AV-QTE-IN PIC 9(3) VALUE ZERO.
       01 WS-AV-AVAILABLE PIC 9(3) VALUE ZERO.
       01 WS-AV-INVOICE PIC 9(6) VALUE ZERO.
       01 WS-AV-CLIENT PIC 9(5) VALUE ZERO.
       01 WS-AV-INV-DATE PIC 9(8) VALUE ZERO.
       01 WS-AV-SELECT-COUNT PIC 9(2) VALUE ZERO.
       01 WS-AV-ISSUED-COUNT PIC 9(5) VALUE ZERO.
       01 WS-AV-TOTAL-HT PIC S9(9)V99 VALUE ZERO.
       01 WS-AV-TOTAL-TVA PIC S9(9)V99 VALUE ZERO.
       01 WS-AV-TOTAL-TTC PIC S9(9)V99 VALUE ZERO.
       01 WS-AV-NEG-TTC PIC S9(9)V99 VALUE ZERO.
       01 WS-AV-DASH-COUNT PIC 9(2) VALUE ZERO.
       01 WS-AV-FIND-IDX PIC 9(2) VALUE ZERO.
       01 WS-AV-PENDING PIC 9(5) VALUE ZERO.
       01 WS-AV-STOCK-NEW PIC 9(5) VALUE ZERO.
       01 WS-AV-CONFIRM PIC X VALUE 'N'.
       01 WS-AV-FOUND-SW PIC X VALUE 'N'.
           88 WS-AV-FOUND VALUE 'O'.
           88 WS-AV-NOT-FOUND VALUE 'N'.
       01 WS-AV-EOF-SW PIC X VALUE 'N'.
           88 WS-AV-EOF VALUE 'O'.
           88 WS-AV-NOT-EOF VALUE 'N'.
       01 WS-AV-STOP-SW PIC X VALUE 'N'.
           88 WS-AV-STOP VALUE 'O'.
           88 WS-AV-NOT-STOP VALUE 'N'.
      *    ZONES DE LECTURE DE retours.txt (FORMAT FACTURE;LIGNE;
      *    ARTICLE;QTE;TTC;HT;AVOIR;DATE;OPER)
       01 WS-AV-INV-TEXT PIC X(10).
       01 WS-AV-LINE-TEXT PIC X(5).
       01 WS-AV-NAME-TEXT PIC X(30).
       01 WS-AV-QTE-TEXT PIC X(5).
       01 WS-AV-TTC-TEXT PIC X(15).
       01 WS-AV-HT-TEXT PIC X(15).
       01 WS-AV-WORK-NUM PIC 9(6) VALUE ZERO.
       01 WS-AV-WORK-QTE PIC 9(3) VALUE ZERO.
       01 WS-AV-AMT-DISPLAY PIC -(8)9.99.

       01 FC-CMD PIC X(02).
      *    COMPTEUR DE COMMANDES FOURNISSEUR, PERSISTE DANS
      *    datetraitement.txt COMME LE NUMERO DE FACTURE
      *    LIGNES DE COMMANDES FOURNISSEUR (commandes.txt) - STATUT :
      *    'O' OUVERTE, 'R' RECUE - UNE LIGNE PAR ARTICLE, PLUSIEURS
      *    LIGNES PARTAGENT LE NUMERO DE LA COMMANDE EMISE LE MEME
      *    JOUR - WS-PO-GOT : QUANTITE EFFECTIVEMENT RECUE (ZERO SUR
      *    LES LIGNES RECUES AVANT SON ENREGISTREMENT) - WS-PO-SUPP ET
      *    WS-PO-COST : FOURNISSEUR ET COUT UNITAIRE DU TARIF (A BLANC
      *    ET A ZERO SUR LES LIGNES COMMANDEES SANS TARIF)
       01 TAB-PO.
           05 WS-PO-RECORD OCCURS 50 TIMES.
              10 WS-PO-NUMBER PIC 9(6).
              10 WS-PO-QTE PIC 9(3).
              10 WS-PO-DATE PIC 9(8).
              10 WS-PO-RECV-DATE PIC 9(8).
              10 WS-PO-GOT PIC 9(3).
              10 WS-PO-SUPP PIC X(6).
              10 WS-PO-COST PIC 9(5)V99.
       01 WS-PO-COUNT PIC 9(3) VALUE ZERO.
       01 WS-PO-CAPACITY PIC 9(3) VALUE 50.
       01 WS-PO-LOST-COUNT PIC 9(3) VALUE ZERO.
       01 WS-PO-AGE-DAYS PIC 9(5) VALUE ZERO.
       01 WS-PO-AGE-DISPLAY PIC ZZZZ9.
      *    DELAI DE LIVRAISON ATTENDU (EN JOURS) AU-DELA DUQUEL UNE
      *    COMMANDE OUVERTE EST EN RETARD - S'APPLIQUE AUX LIGNES DONT
      *    LE FOURNISSEUR N'EST PAS DANS fournisseurs.txt, LES AUTRES
      *    PRENNENT LE DELAI DU FOURNISSEUR
       01 WS-PO-DELAY PIC 9(3) VALUE 7.
       01 WS-PO-FOUND-SW PIC X VALUE 'N'.
           88 WS-PO-FOUND VALUE 'O'.
       01 WS-PO-QTE-TEXT PIC X(10).
       01 WS-PO-DATE-TEXT PIC X(10).
       01 WS-PO-RECV-TEXT PIC X(10).
       01 WS-PO-GOT-TEXT PIC X(10).
       01 WS-PO-SUPP-TEXT PIC X(10).
       01 WS-PO-COST-TEXT PIC X(15).
      *    NOMS D'ARTICLES DU CATALOGUE FOURNISSEUR (fournisseur.txt)
      *    - SEULS CES ARTICLES PEUVENT ETRE COMMANDES
       01 TAB-FOUCAT.
           88 WS-FCAT-FOUND VALUE 'O'.
           88 WS-FCAT-NOT-FOUND VALUE 'N'.

       01 FC-ORD PIC X(02).
       01 FC-ORR PIC X(02).
      *    ORDRES PERMANENTS (ordres.txt, FORMAT CODE;STATUT;
      *    EMETTEUR;TYPE;MONTANT;FREQUENCE;DEBUT;FIN;DERNIERE;
      *    CONTREPARTIE) - STATUT : 'A' ACTIF, 'C' CLOTURE PAR
      *    L'OPERATEUR, 'E' ECHU (DATE DE FIN DEPASSEE) - FREQUENCE :
      *    'H' HEBDOMADAIRE, 'M' MENSUELLE, 'T' TRIMESTRIELLE - LES
      *    DATES SONT EN AAAAMMJJ, FIN A ZERO = SANS DATE DE FIN,
      *    DERNIERE = ECHEANCE DU DERNIER MOUVEMENT GENERE
       01 TAB-SO.
           05 WS-SO-RECORD OCCURS 50 TIMES.
              10 WS-SO-CODE PIC 9(6).
              10 WS-SO-STATUS PIC X.
              10 WS-SO-ISSUER PIC X(50).
              10 WS-SO-TYPE PIC X(10).
              10 WS-SO-AMOUNT PIC S9(9)V99.
              10 WS-SO-FREQ PIC X.
              10 WS-SO-START PIC 9(8).
              10 WS-SO-END PIC 9(8).
              10 WS-SO-LAST PIC 9(8).
              10 WS-SO-CPTY PIC X(50).
       01 WS-SO-COUNT PIC 9(3) VALUE ZERO.
       01 WS-SO-CAPACITY PIC 9(3) VALUE 50.
       01 WS-SO-LOST-COUNT PIC 9(3) VALUE ZERO.
       01 WS-SO-IDX PIC 9(3) VALUE ZERO.
       01 WS-SO-CODE-IN PIC 9(6) VALUE ZERO.
       01 WS-SO-NEXT-CODE PIC 9(6) VALUE ZERO.
       01 WS-SO-CHOICE PIC 9(1) VALUE 1.
       01 WS-SO-LOOP PIC X VALUE 'N'.
           88 WS-OUT-OF-SO-LOOP VALUE 'O'.
           88 WS-NOUT-OF-SO-LOOP VALUE 'N'.
       01 WS-SO-EOF-SW PIC X VALUE 'N'.
           88 WS-SO-EOF VALUE 'O'.
           88 WS-SO-NOT-EOF VALUE 'N'.
       01 WS-SO-FOUND-SW PIC X VALUE 'N'.
           88 WS-SO-FOUND VALUE 'O'.
           88 WS-SO-NOT-FOUND VALUE 'N'.
       01 WS-SO-ENTRY-SW PIC X VALUE 'O'.
           88 WS-SO-ENTRY-OK VALUE 'O'.
           88 WS-SO-ENTRY-KO VALUE 'N'.
       01 WS-SO-CODE-TEXT PIC X(10).
       01 WS-SO-STATUS-TEXT PIC X(5).
       01 WS-SO-AMOUNT-TEXT PIC X(15).
       01 WS-SO-FREQ-TEXT PIC X(5).
       01 WS-SO-START-TEXT PIC X(10).
       01 WS-SO-END-TEXT PIC X(10).
       01 WS-SO-LAST-TEXT PIC X(10).
      *    DATE SAISIE JJ/MM/AAAA ET SA FORME AAAAMMJJ
       01 WS-SO-DATE-IN PIC X(10).
       01 WS-SO-DATE-NUM PIC 9(8) VALUE ZERO.
       01 WS-SO-DATE-TEXT PIC X(10).
      *    CALCUL DE L'ECHEANCE SUIVANTE D'UN ORDRE
       01 WS-SO-DUE PIC 9(8) VALUE ZERO.
       01 WS-SO-DUE-YEAR PIC 9(4) VALUE ZERO.
       01 WS-SO-DUE-MONTH PIC 9(2) VALUE ZERO.
       01 WS-SO-DUE-DAY PIC 9(2) VALUE ZERO.
       01 WS-SO-MONTH-STEP PIC 9(2) VALUE ZERO.
       01 WS-SO-MONTH-WORK PIC 9(3) VALUE ZERO.
       01 WS-SO-GEN-COUNT PIC 9(3) VALUE ZERO.
       01 WS-SO-SKIP-COUNT PIC 9(3) VALUE ZERO.
       01 WS-SO-EXP-COUNT PIC 9(3) VALUE ZERO.
       01 WS-SO-SUS-COUNT PIC 9(3) VALUE ZERO.
       01 WS-SO-CATCHUP PIC 9(3) VALUE ZERO.
      *    NOMBRE MAXIMAL DE MOUVEMENTS RATTRAPES PAR ORDRE ET PAR
      *    PASSAGE (ECHEANCES MANQUEES) - VALEUR CONFIGURABLE
       01 WS-SO-MAX-CATCHUP PIC 9(3) VALUE 12.
       01 WS-SO-MOTIF PIC X(20).
       01 WS-SO-REP-STATE PIC X(8).
       01 WS-SO-REP-DETAIL PIC X(40).
       01 WS-SO-FIELD-CHOICE PIC 9(1) VALUE ZERO.
       01 WS-SO-AMT-DISPLAY PIC -(8)9.99.
       01 WS-SO-AMT-EDIT PIC Z(8)9.99.

       01 FC-PRM PIC X(02).
       01 FC-SLD PIC X(02).
      *    PARAMETRES DE GESTION (parametres.txt, LIGNES CLE=VALEUR
      *    COMME datetraitement.txt) - UNE CLE ABSENTE DU FICHIER
      *    GARDE LA VALEUR PAR DEFAUT DECLAREE CI-DESSOUS
       01 WS-PRM-KEY-TEXT PIC X(30).
       01 WS-PRM-VALUE-TEXT PIC X(20).
       01 WS-PRM-EOF-SW PIC X VALUE 'N'.
           88 WS-PRM-EOF VALUE 'O'.
           88 WS-PRM-NOT-EOF VALUE 'N'.
      *    TAUX ANNUEL DE REMUNERATION DES SOLDES CREDITEURS EN %
      *    (CLE "TAUX CREDITEUR") - VALEUR CONFIGURABLE
       01 WS-ME-RATE PIC 9(2)V9(4) VALUE 0.5.
      *    FRAIS MENSUELS DE TENUE DE COMPTE (CLE "FRAIS TENUE
      *    COMPTE") - VALEUR CONFIGURABLE
       01 WS-ME-FEE PIC 9(5)V99 VALUE 5.
      *    SOLDE MOYEN DU MOIS A PARTIR DUQUEL LES FRAIS NE SONT PAS
      *    PRELEVES (CLE "SEUIL EXONERATION") - VALEUR CONFIGURABLE
       01 WS-ME-FEE-EXEMPT PIC 9(9)V99 VALUE 1000.
      *    CUMUL DES SOLDES QUOTIDIENS DU MOIS EN COURS PAR CLIENT
      *    (soldesmois.txt, FORMAT MOIS;NOM;CUMUL;JOURS) - ALIMENTE
      *    A CHAQUE FIN DE JOURNEE AVEC LE SOLDE DE CLOTURE, VIDE
      *    PAR LE TRAITEMENT DE FIN DE MOIS
       01 TAB-ME.
           05 WS-ME-RECORD OCCURS 100 TIMES.
              10 WS-ME-NAME PIC X(50).
              10 WS-ME-CUMUL PIC S9(13)V99.
              10 WS-ME-DAYS PIC 9(3).
       01 WS-ME-COUNT PIC 9(3) VALUE ZERO.
       01 WS-ME-CAPACITY PIC 9(3) VALUE 100.
       01 WS-ME-LOST-COUNT PIC 9(3) VALUE ZERO.
       01 WS-ME-STALE-COUNT PIC 9(3) VALUE ZERO.
       01 WS-ME-IDX PIC 9(3) VALUE ZERO.
       01 WS-ME-EOF-SW PIC X VALUE 'N'.
           88 WS-ME-EOF VALUE 'O'.
           88 WS-ME-NOT-EOF VALUE 'N'.
       01 WS-ME-FOUND-SW PIC X VALUE 'N'.
           88 WS-ME-FOUND VALUE 'O'.
           88 WS-ME-NOT-FOUND VALUE 'N'.
       01 WS-ME-RUN-SW PIC X VALUE 'N'.
           88 WS-ME-RUN-DONE VALUE 'O'.
           88 WS-ME-RUN-NOT-DONE VALUE 'N'.
       01 WS-ME-MONTH PIC 9(6) VALUE ZERO.
       01 WS-ME-OLD-DATE PIC 9(8) VALUE ZERO.
       01 WS-ME-MONTH-TEXT PIC X(10).
       01 WS-ME-NAME-TEXT PIC X(50).
       01 WS-ME-CUMUL-TEXT PIC X(20).
       01 WS-ME-DAYS-TEXT PIC X(5).
       01 WS-ME-DATE-TEXT PIC X(10).
       01 WS-ME-REF PIC X(20).
       01 WS-ME-AVERAGE PIC S9(11)V99 VALUE ZERO.
       01 WS-ME-INTEREST PIC S9(9)V99 VALUE ZERO.
       01 WS-ME-CHARGE PIC S9(9)V99 VALUE ZERO.
       01 WS-ME-NET PIC S9(9)V99 VALUE ZERO.
       01 WS-ME-TOT-AVERAGE PIC S9(13)V99 VALUE ZERO.
       01 WS-ME-TOT-INTEREST PIC S9(11)V99 VALUE ZERO.
       01 WS-ME-TOT-CHARGE PIC S9(11)V99 VALUE ZERO.
       01 WS-ME-TOT-NET PIC S9(11)V99 VALUE ZERO.
       01 WS-ME-CLI-COUNT PIC 9(3) VALUE ZERO.
       01 WS-ME-INT-COUNT PIC 9(3) VALUE ZERO.
       01 WS-ME-FEE-COUNT PIC 9(3) VALUE ZERO.
       01 WS-ME-AMT-EDIT PIC Z(8)9.99.
       01 WS-ME-AVG-DISPLAY PIC -(10)9.99.
       01 WS-ME-INT-DISPLAY PIC -(9)9.99.
       01 WS-ME-FEE-DISPLAY PIC -(9)9.99.
       01 WS-ME-NET-DISPLAY PIC -(9)9.99.
       01 WS-ME-RATE-DISPLAY PIC Z9.9999.

       01 FC-ICR PIC X(02).
      *    CONTROLE D'INTEGRITE ENTRE FICHIERS (OPTION 22) - UNE
      *    LIGNE PAR ECART DANS controles.txt (CONTROLE, CLE, VALEUR
      *    DU FICHIER A, VALEUR DU FICHIER B, NATURE DE L'ECART) ET
      *    UN COMPTEUR PAR CONTROLE
       01 WS-IC-CHECK PIC X(10).
       01 WS-IC-KEY PIC X(30).
       01 WS-IC-VALUE-A PIC X(20).
       01 WS-IC-VALUE-B PIC X(20).
       01 WS-IC-TYPE PIC X(30).
       01 WS-IC-CHECKED PIC 9(5) VALUE ZERO.
       01 WS-IC-EXCEPT PIC 9(5) VALUE ZERO.
       01 WS-IC-NO-HISTORY PIC 9(5) VALUE ZERO.
       01 WS-IC-TOTAL-CHECKED PIC 9(5) VALUE ZERO.
       01 WS-IC-TOTAL-EXCEPT PIC 9(5) VALUE ZERO.
      *    POSITIONNE DES QU'UN ECART EST TROUVE - EN BATCH, UNE FIN
      *    DE JOURNEE (OPTION 15) PLACEE APRES LE CONTROLE EST ALORS
      *    REFUSEE
       01 WS-IC-RESULT-SW PIC X VALUE 'N'.
           88 WS-IC-DISCREPANT VALUE 'O'.
           88 WS-IC-CLEAN VALUE 'N'.
       01 WS-IC-EOF-SW PIC X VALUE 'N'.
           88 WS-IC-EOF VALUE 'O'.
           88 WS-IC-NOT-EOF VALUE 'N'.
       01 WS-IC-FOUND-SW PIC X VALUE 'N'.
           88 WS-IC-FOUND VALUE 'O'.
           88 WS-IC-NOT-FOUND VALUE 'N'.
       01 WS-IC-IDX PIC 9(3) VALUE ZERO.
       01 WS-IC-FIND-IDX PIC 9(3) VALUE ZERO.
      *    CLIENTS DE clients.txt RETROUVES DANS LE FICHIER MAITRE
       01 TAB-IC-CL.
           05 WS-IC-CL-SEEN PIC X OCCURS 100 TIMES.
      *    DERNIER STOCK CONNU DE CHAQUE ARTICLE D'APRES
      *    mouvements.txt (PARALLELE A TAB-ITEMS)
       01 TAB-IC-ART.
           05 WS-IC-ART-REC OCCURS 20 TIMES.
              10 WS-IC-ART-SEEN PIC X.
              10 WS-IC-ART-LAST PIC 9(3).
      *    ARTICLES MOUVEMENTES MAIS ABSENTS DE inventory.dat
       01 TAB-IC-UNK.
           05 WS-IC-UNK-REC OCCURS 20 TIMES.
              10 WS-IC-UNK-NAME PIC X(30).
              10 WS-IC-UNK-LAST PIC 9(3).
       01 WS-IC-UNK-COUNT PIC 9(3) VALUE ZERO.
       01 WS-IC-UNK-CAPACITY PIC 9(3) VALUE 20.
       01 WS-IC-UNK-LOST PIC 9(5) VALUE ZERO.
      *    QUANTITE RECEPTIONNEE PAR LIGNE DE TAB-PO D'APRES LES
      *    MOUVEMENTS PORTANT CMD=NUMERO
       01 TAB-IC-PO.
           05 WS-IC-PO-MVT-QTE PIC 9(5) OCCURS 50 TIMES.
       01 WS-IC-PO-EXPECTED PIC 9(5) VALUE ZERO.
      *    LIGNE DE mouvements.txt DECOUPEE (LIBELLE, ARTICLE, QTE=,
      *    STOCK=AVANT>APRES, DATE=, CMD=)
       01 WS-IC-MVT-NAME PIC X(30).
       01 WS-IC-MVT-QTE-TEXT PIC X(10).
       01 WS-IC-MVT-OLD-TEXT PIC X(10).
       01 WS-IC-MVT-NEW-TEXT PIC X(10).
       01 WS-IC-MVT-DATE-TEXT PIC X(20).
       01 WS-IC-MVT-CMD-TEXT PIC X(10).
       01 WS-IC-MVT-QTE PIC 9(3) VALUE ZERO.
       01 WS-IC-MVT-NEW PIC 9(3) VALUE ZERO.
       01 WS-IC-MVT-CMD PIC 9(6) VALUE ZERO.
      *    LIGNE DE ventes.txt DECOUPEE ET DOCUMENT CORRESPONDANT
       01 WS-IC-VNT-HEAD PIC X(60).
       01 WS-IC-VNT-TTC-TEXT PIC X(20).
       01 WS-IC-VNT-REST PIC X(60).
       01 WS-IC-VNT-AVOIR-TEXT PIC X(10).
       01 WS-IC-VNT-TTC PIC S9(9)V99 VALUE ZERO.
       01 WS-IC-DOC-TTC PIC S9(9)V99 VALUE ZERO.
       01 WS-IC-DOC-EOF-SW PIC X VALUE 'N'.
           88 WS-IC-DOC-EOF VALUE 'O'.
           88 WS-IC-DOC-NOT-EOF VALUE 'N'.
       01 WS-IC-DOC-SW PIC X VALUE 'N'.
           88 WS-IC-DOC-TOTAL VALUE 'O'.
           88 WS-IC-DOC-NO-TOTAL VALUE 'N'.
       01 WS-IC-AMT-DISPLAY PIC -(9)9.99.
       01 WS-IC-QTE-DISPLAY PIC ZZZZ9.
       01 WS-IC-COUNT-DISPLAY PIC ZZZZ9.

       01 FC-IPH PIC X(02).
       01 FC-IPS PIC X(02).
       01 FC-IPC PIC X(02).
       01 FC-IPV PIC X(02).
      *    INVENTAIRE PHYSIQUE (OPTION 23) - PHOTO DE inventory.dat
      *    FIGEE A L'OUVERTURE (inventairephys.txt, FORMAT
      *    NOM;PRIX;LIVRE;COMPTE;SAISI, PRECEDE D'UNE LIGNE
      *    PHOTO;AAAAMMJJ;OPERATEUR) - LE STOCK LIVRE EST CELUI DE LA
      *    PHOTO, L'ECART COMPTE - LIVRE EST AJOUTE AU STOCK COURANT
      *    A LA VALIDATION (LES VENTES ET RECEPTIONS INTERVENUES
      *    ENTRE-TEMPS SONT AINSI CONSERVEES)
       01 TAB-IP.
           05 WS-IP-RECORD OCCURS 20 TIMES.
              10 WS-IP-NAME PIC X(30).
              10 WS-IP-PRICE PIC S9(5)V99.
              10 WS-IP-BOOK PIC 9(3).
              10 WS-IP-COUNT PIC 9(3).
              10 WS-IP-COUNTED PIC X.
       01 WS-IP-LINE-COUNT PIC 9(2) VALUE ZERO.
       01 WS-IP-CAPACITY PIC 9(2) VALUE 20.
       01 WS-IP-IDX PIC 9(2) VALUE ZERO.
       01 WS-IP-FIND-IDX PIC 9(2) VALUE ZERO.
       01 WS-IP-PHOTO-DATE PIC 9(8) VALUE ZERO.
       01 WS-IP-PHOTO-OPER PIC X(8) VALUE SPACES.
       01 WS-IP-CHOICE PIC 9(1) VALUE 1.
       01 WS-IP-LOOP PIC X VALUE 'N'.
           88 WS-OUT-OF-IP-LOOP VALUE 'O'.
           88 WS-NOUT-OF-IP-LOOP VALUE 'N'.
       01 WS-IP-EOF-SW PIC X VALUE 'N'.
           88 WS-IP-EOF VALUE 'O'.
           88 WS-IP-NOT-EOF VALUE 'N'.
       01 WS-IP-FOUND-SW PIC X VALUE 'N'.
           88 WS-IP-FOUND VALUE 'O'.
           88 WS-IP-NOT-FOUND VALUE 'N'.
       01 WS-IP-STOP-SW PIC X VALUE 'N'.
           88 WS-IP-STOP VALUE 'O'.
           88 WS-IP-NOT-STOP VALUE 'N'.
       01 WS-IP-OPEN-SW PIC X VALUE 'N'.
           88 WS-IP-OPEN VALUE 'O'.
           88 WS-IP-NOT-OPEN VALUE 'N'.
       01 WS-IP-ITEM-NAME PIC X(30).
       01 WS-IP-QTE-IN PIC 9(3) VALUE ZERO.
       01 WS-IP-CONFIRM PIC X VALUE 'N'.
       01 WS-IP-NAME-TEXT PIC X(30).
       01 WS-IP-PRICE-TEXT PIC X(15).
       01 WS-IP-BOOK-TEXT PIC X(10).
       01 WS-IP-COUNT-TEXT PIC X(10).
       01 WS-IP-FLAG-TEXT PIC X(5).
       01 WS-IP-DATE-TEXT PIC X(10).
       01 WS-IP-QTE-NUM PIC S9(5) VALUE ZERO.
       01 WS-IP-REASON PIC X(30).
       01 WS-IP-DIFF PIC S9(5) VALUE ZERO.
       01 WS-IP-VALUE PIC S9(9)V99 VALUE ZERO.
       01 WS-IP-NEW-QTE PIC S9(5) VALUE ZERO.
       01 WS-IP-COUNTED-COUNT PIC 9(3) VALUE ZERO.
       01 WS-IP-UNCOUNTED-COUNT PIC 9(3) VALUE ZERO.
       01 WS-IP-VAR-COUNT PIC 9(3) VALUE ZERO.
       01 WS-IP-POSTED-COUNT PIC 9(3) VALUE ZERO.
       01 WS-IP-REFUSED-COUNT PIC 9(3) VALUE ZERO.
       01 WS-IP-READ-COUNT PIC 9(5) VALUE ZERO.
       01 WS-IP-APPLY-COUNT PIC 9(5) VALUE ZERO.
       01 WS-IP-REJECT-COUNT PIC 9(5) VALUE ZERO.
       01 WS-IP-ACTION-COUNT PIC 9(5) VALUE ZERO.
       01 WS-IP-TOTAL-PLUS PIC S9(9)V99 VALUE ZERO.
       01 WS-IP-TOTAL-MINUS PIC S9(9)V99 VALUE ZERO.
       01 WS-IP-TOTAL-NET PIC S9(9)V99 VALUE ZERO.
       01 WS-IP-QTE-DISPLAY PIC ZZ9.
       01 WS-IP-DIFF-DISPLAY PIC -(4)9.
       01 WS-IP-AMT-DISPLAY PIC -(8)9.99.
       01 WS-IP-PRICE-DISPLAY PIC Z(4)9.99.
      *    VALIDATION PAR UN SUPERVISEUR : OPERATEUR DE
      *    operateurs.txt DONT LE 4E CHAMP (VALIDEUR) VAUT 'O'
       01 WS-APR-ID-IN PIC X(8) VALUE SPACES.
       01 WS-APR-ID PIC X(8) VALUE SPACES.
       01 WS-APR-NAME PIC X(30) VALUE SPACES.
       01 WS-APR-FLAG-TEXT PIC X(5).
       01 WS-APR-SW PIC X VALUE 'N'.
           88 WS-APR-OK VALUE 'O'.
           88 WS-APR-NOT-OK VALUE 'N'.

       01 FC-FRS PIC X(02).
       01 FC-TRF PIC X(02).
       01 FC-CST PIC X(02).
       01 FC-GMR PIC X(02).
      *    FICHIER MAITRE DES FOURNISSEURS (fournisseurs.txt, FORMAT
      *    CODE;NOM;DELAI DE LIVRAISON EN JOURS)
       01 TAB-FRS.
           05 WS-FRS-RECORD OCCURS 20 TIMES.
              10 WS-FRS-CODE PIC X(6).
              10 WS-FRS-NAME PIC X(30).
              10 WS-FRS-DELAY PIC 9(3).
       01 WS-FRS-COUNT PIC 9(2) VALUE ZERO.
       01 WS-FRS-CAPACITY PIC 9(2) VALUE 20.
       01 WS-FRS-IDX PIC 9(2) VALUE ZERO.
       01 WS-FRS-FOUND-SW PIC X VALUE 'N'.
           88 WS-FRS-FOUND VALUE 'O'.
           88 WS-FRS-NOT-FOUND VALUE 'N'.
       01 WS-FRS-KEY PIC X(6).
       01 WS-FRS-CODE-TEXT PIC X(10).
       01 WS-FRS-DELAY-TEXT PIC X(10).
      *    TARIF FOURNISSEUR (tarifs.txt, FORMAT ARTICLE;FOURNISSEUR;
      *    COUT UNITAIRE;QUANTITE MINIMALE DE COMMANDE) - UN ARTICLE
      *    PEUT AVOIR PLUSIEURS FOURNISSEURS, LE MOINS CHER EST RETENU
       01 TAB-TRF.
           05 WS-TRF-RECORD OCCURS 50 TIMES.
              10 WS-TRF-ITEM PIC X(30).
              10 WS-TRF-SUPP PIC X(6).
              10 WS-TRF-COST PIC 9(5)V99.
              10 WS-TRF-MIN PIC 9(3).
       01 WS-TRF-COUNT PIC 9(2) VALUE ZERO.
       01 WS-TRF-CAPACITY PIC 9(2) VALUE 50.
       01 WS-TRF-IDX PIC 9(2) VALUE ZERO.
       01 WS-TRF-BEST-IDX PIC 9(2) VALUE ZERO.
       01 WS-TRF-ITEM-TEXT PIC X(30).
       01 WS-TRF-SUPP-TEXT PIC X(10).
       01 WS-TRF-COST-TEXT PIC X(15).
       01 WS-TRF-MIN-TEXT PIC X(10).
      *    COUT MOYEN UNITAIRE PONDERE PAR ARTICLE (couts.txt, FORMAT
      *    ARTICLE;CMUP) - RECALCULE A CHAQUE RECEPTION DE COMMANDE
       01 TAB-CST.
           05 WS-CST-RECORD OCCURS 50 TIMES.
              10 WS-CST-ITEM PIC X(30).
              10 WS-CST-WAC PIC 9(5)V9999.
       01 WS-CST-COUNT PIC 9(2) VALUE ZERO.
       01 WS-CST-CAPACITY PIC 9(2) VALUE 50.
       01 WS-CST-IDX PIC 9(2) VALUE ZERO.
       01 WS-CST-FIND-IDX PIC 9(2) VALUE ZERO.
       01 WS-CST-FOUND-SW PIC X VALUE 'N'.
           88 WS-CST-FOUND VALUE 'O'.
           88 WS-CST-NOT-FOUND VALUE 'N'.
       01 WS-CST-CHANGED-SW PIC X VALUE 'N'.
           88 WS-CST-CHANGED VALUE 'O'.
           88 WS-CST-NOT-CHANGED VALUE 'N'.
       01 WS-CST-ITEM-NAME PIC X(30).
       01 WS-CST-WAC-TEXT PIC X(15).
       01 WS-CST-VALUE PIC S9(9)V9999 VALUE ZERO.
       01 WS-CST-WAC-DISPLAY PIC Z(4)9.9999.
       01 WS-CST-COST-DISPLAY PIC Z(4)9.99.
      *    COMMANDES D'UNE MEME GENERATION REGROUPEES PAR FOURNISSEUR
      *    (UN NUMERO DE COMMANDE PAR FOURNISSEUR)
       01 TAB-POG.
           05 WS-POG-RECORD OCCURS 20 TIMES.
              10 WS-POG-SUPP PIC X(6).
              10 WS-POG-NUMBER PIC 9(6).
       01 WS-POG-COUNT PIC 9(2) VALUE ZERO.
       01 WS-POG-CAPACITY PIC 9(2) VALUE 20.
       01 WS-POG-IDX PIC 9(2) VALUE ZERO.
       01 WS-POG-FOUND-SW PIC X VALUE 'N'.
           88 WS-POG-FOUND VALUE 'O'.
           88 WS-POG-NOT-FOUND VALUE 'N'.
       01 WS-PO-LINE-AMT PIC S9(7)V99 VALUE ZERO.
       01 WS-PO-ORDER-AMT PIC S9(9)V99 VALUE ZERO.
       01 WS-PO-AMT-DISPLAY PIC -(8)9.99.
       01 WS-PO-LINE-DELAY PIC 9(3) VALUE ZERO.
       01 WS-PO-NEW-SUPP PIC X(6).
       01 WS-PO-NEW-COST PIC 9(5)V99 VALUE ZERO.
       01 WS-PO-NEW-MIN PIC 9(3) VALUE ZERO.
      *    FOURNISSEURS, COUTS ET MARGE BRUTE (OPTION 24)
       01 WS-GM-CHOICE PIC 9(1) VALUE 1.
       01 WS-GM-LOOP PIC X VALUE 'N'.
           88 WS-OUT-OF-GM-LOOP VALUE 'O'.
           88 WS-NOUT-OF-GM-LOOP VALUE 'N'.
       01 WS-GM-EOF-SW PIC X VALUE 'N'.
           88 WS-GM-EOF VALUE 'O'.
           88 WS-GM-NOT-EOF VALUE 'N'.
       01 WS-GM-FOUND-SW PIC X VALUE 'N'.
           88 WS-GM-FOUND VALUE 'O'.
           88 WS-GM-NOT-FOUND VALUE 'N'.
       01 WS-GM-DATE-FROM PIC 9(8) VALUE ZERO.
       01 WS-GM-DATE-TO PIC 9(8) VALUE ZERO.
       01 WS-GM-DATE PIC 9(8) VALUE ZERO.
       01 WS-GM-MONTH PIC 9(6) VALUE ZERO.
       01 WS-GM-SIGN PIC S9 VALUE 1.
      *    CUMULS PAR ARTICLE ET PAR MOIS DE LA PERIODE DEMANDEE
       01 TAB-GM-ART.
           05 WS-GMA-RECORD OCCURS 50 TIMES.
              10 WS-GMA-NAME PIC X(30).
              10 WS-GMA-QTE PIC S9(5).
              10 WS-GMA-HT PIC S9(9)V99.
              10 WS-GMA-COST PIC S9(9)V99.
              10 WS-GMA-NOCOST PIC X.
       01 WS-GMA-COUNT PIC 9(2) VALUE ZERO.
       01 WS-GMA-CAPACITY PIC 9(2) VALUE 50.
       01 WS-GMA-IDX PIC 9(2) VALUE ZERO.
       01 WS-GMA-FOUND-SW PIC X VALUE 'N'.
           88 WS-GMA-FOUND VALUE 'O'.
           88 WS-GMA-NOT-FOUND VALUE 'N'.
       01 TAB-GM-PER.
           05 WS-GMP-RECORD OCCURS 24 TIMES.
              10 WS-GMP-MONTH PIC 9(6).
              10 WS-GMP-HT PIC S9(9)V99.
              10 WS-GMP-COST PIC S9(9)V99.
       01 WS-GMP-COUNT PIC 9(2) VALUE ZERO.
       01 WS-GMP-CAPACITY PIC 9(2) VALUE 24.
       01 WS-GMP-IDX PIC 9(2) VALUE ZERO.
       01 WS-GMP-FOUND-SW PIC X VALUE 'N'.
           88 WS-GMP-FOUND VALUE 'O'.
           88 WS-GMP-NOT-FOUND VALUE 'N'.
       01 WS-GM-LOST-COUNT PIC 9(3) VALUE ZERO.
       01 WS-GM-DOC-COUNT PIC 9(5) VALUE ZERO.
       01 WS-GM-MISSING-COUNT PIC 9(5) VALUE ZERO.
       01 WS-GM-RET-COUNT PIC 9(5) VALUE ZERO.
       01 WS-GM-NOCOST-COUNT PIC 9(3) VALUE ZERO.
       01 WS-GM-ACTION-COUNT PIC 9(5) VALUE ZERO.
       01 WS-GM-NAME PIC X(30).
       01 WS-GM-QTE PIC S9(5) VALUE ZERO.
       01 WS-GM-HT PIC S9(9)V99 VALUE ZERO.
       01 WS-GM-COST PIC S9(9)V99 VALUE ZERO.
       01 WS-GM-MARGIN PIC S9(9)V99 VALUE ZERO.
       01 WS-GM-RATE PIC S9(5)V9 VALUE ZERO.
       01 WS-GM-TOTAL-HT PIC S9(9)V99 VALUE ZERO.
       01 WS-GM-TOTAL-COST PIC S9(9)V99 VALUE ZERO.
       01 WS-GM-HEAD PIC X(100).
       01 WS-GM-REST PIC X(100).
       01 WS-GM-INV-TEXT PIC X(10).
       01 WS-GM-DATE-TEXT PIC X(10).
       01 WS-GM-LINE-TEXT PIC X(10).
       01 WS-GM-QTE-TEXT PIC X(10).
       01 WS-GM-TTC-TEXT PIC X(15).
       01 WS-GM-HT-TEXT PIC X(15).
       01 WS-GM-AVOIR-TEXT PIC X(10).
       01 WS-GM-QTE-DISPLAY PIC -(4)9.
       01 WS-GM-AMT-DISPLAY PIC -(8)9.99.
       01 WS-GM-COST-DISPLAY PIC -(8)9.99.
       01 WS-GM-MARGIN-DISPLAY PIC -(8)9.99.
       01 WS-GM-RATE-DISPLAY PIC -(4)9.9.
      *    SURVEILLANCE DES MOUVEMENTS POUR LA CONFORMITE (OPTION 25)
       01 FC-ALR PIC X(02).
       01 FC-ALH PIC X(02).
       01 WS-CF-CHOICE PIC 9(1) VALUE 1.
       01 WS-CF-LOOP PIC X VALUE 'N'.
           88 WS-OUT-OF-CF-LOOP VALUE 'O'.
           88 WS-NOUT-OF-CF-LOOP VALUE 'N'.
       01 WS-CF-EOF-SW PIC X VALUE 'N'.
           88 WS-CF-EOF VALUE 'O'.
           88 WS-CF-NOT-EOF VALUE 'N'.
       01 WS-CF-CAT-EOF-SW PIC X VALUE 'N'.
           88 WS-CF-CAT-EOF VALUE 'O'.
           88 WS-CF-CAT-NOT-EOF VALUE 'N'.
      *    MONTANT UNITAIRE AU-DELA DUQUEL UN DEPOT, UN RETRAIT OU UN
      *    VIREMENT EST SIGNALE (CLE "SEUIL DECLARATION")
       01 WS-CF-THRESHOLD PIC 9(9)V99 VALUE 10000.
      *    DEPOTS "JUSTE SOUS LE SEUIL" : A MOINS DE CE POURCENTAGE
      *    DU SEUIL (CLE "MARGE STRUCTURATION"), AU MOINS CE NOMBRE
      *    (CLE "NOMBRE STRUCTURATION") PAR LE MEME CLIENT DANS UNE
      *    FENETRE DE CE NOMBRE DE JOURS (CLE "FENETRE STRUCTURATION")
       01 WS-CF-STR-MARGIN PIC 9(2)V99 VALUE 10.
       01 WS-CF-STR-MIN PIC 9(3) VALUE 3.
       01 WS-CF-STR-DAYS PIC 9(3) VALUE 7.
      *    CHAINE A -> B -> C : LE SECOND VIREMENT SUIT LE PREMIER
      *    DE AU PLUS CE NOMBRE DE JOURS (CLE "FENETRE CHAINE") ET
      *    REPREND AU MOINS CE POURCENTAGE DU MONTANT RECU (CLE
      *    "TAUX CHAINE")
       01 WS-CF-CHAIN-DAYS PIC 9(3) VALUE 3.
       01 WS-CF-CHAIN-RATE PIC 9(3)V99 VALUE 80.
      *    VOLUME MENSUEL SUPERIEUR A CE MULTIPLE (CLE "MULTIPLE
      *    VOLUME") DE LA MOYENNE DES AUTRES MOIS DU CLIENT, CALCULEE
      *    SUR AU MOINS CE NOMBRE DE MOIS (CLE "MOIS VOLUME")
       01 WS-CF-VOL-MULT PIC 9(3)V99 VALUE 3.
       01 WS-CF-VOL-MONTHS PIC 9(2) VALUE 2.
      *    PERIODE EXAMINEE : LE MOIS EN COURS ET CE NOMBRE DE MOIS
      *    PRECEDENTS (CLE "PERIODE SURVEILLANCE") - LES ARCHIVES ET
      *    LES MOUVEMENTS ANTERIEURS A LA DATE DE COUPURE SONT
      *    IGNORES, LES ALERTES CLOSES ANTERIEURES PASSENT DANS
      *    alertes_historique.txt
       01 WS-CF-WINDOW PIC 9(3) VALUE 12.
       01 WS-CF-CUTOFF PIC 9(8) VALUE ZERO.
       01 WS-CF-CUTOFF-MONTHS PIC 9(6) VALUE ZERO.
       01 WS-CF-CUTOFF-YEAR PIC 9(4) VALUE ZERO.
       01 WS-CF-CUTOFF-MONTH PIC 9(2) VALUE ZERO.
       01 WS-CF-CAT-DATE PIC 9(8) VALUE ZERO.
      *    MOUVEMENTS COMPTABILISES RELUS DES ARCHIVES journal_*.arc
      *    DU CATALOGUE ET DE journal.txt, TRIES PAR DATE DE VALEUR
       01 TAB-CF-MVT.
           05 WS-CFM-RECORD OCCURS 5000 TIMES.
              10 WS-CFM-DATE PIC 9(8).
              10 WS-CFM-DAY PIC 9(7).
              10 WS-CFM-TYPE PIC X(10).
              10 WS-CFM-NAME PIC X(50).
              10 WS-CFM-CPTY PIC X(50).
              10 WS-CFM-AMOUNT PIC S9(9)V99.
              10 WS-CFM-USED PIC X.
       01 TMP-CFM-ITEM PIC X(137).
       01 WS-CFM-COUNT PIC 9(5) VALUE ZERO.
       01 WS-CFM-CAPACITY PIC 9(5) VALUE 5000.
       01 WS-CFM-IDX PIC 9(5) VALUE ZERO.
       01 WS-CFM-JDX PIC 9(5) VALUE ZERO.
       01 WS-CFM-KDX PIC 9(5) VALUE ZERO.
       01 WS-CFM-SWAP-SW PIC X VALUE 'N'.
           88 WS-CFM-SWAPPED VALUE 'O'.
           88 WS-CFM-NOT-SWAPPED VALUE 'N'.
      *    VOLUME PAR CLIENT ET PAR MOIS (REGLE VOLUME)
       01 TAB-CF-VOL.
           05 WS-CFV-RECORD OCCURS 5000 TIMES.
              10 WS-CFV-NAME PIC X(50).
              10 WS-CFV-MONTH PIC 9(6).
              10 WS-CFV-TOTAL PIC S9(11)V99.
              10 WS-CFV-NB PIC 9(5).
              10 WS-CFV-LAST PIC 9(8).
       01 WS-CFV-COUNT PIC 9(5) VALUE ZERO.
       01 WS-CFV-CAPACITY PIC 9(5) VALUE 5000.
       01 WS-CFV-IDX PIC 9(5) VALUE ZERO.
       01 WS-CFV-JDX PIC 9(5) VALUE ZERO.
       01 WS-CFV-FOUND-SW PIC X VALUE 'N'.
           88 WS-CFV-FOUND VALUE 'O'.
           88 WS-CFV-NOT-FOUND VALUE 'N'.
      *    ALERTES (alertes.txt) : UNE LIGNE ALERTE PAR ALERTE
      *    ID;STATUT;REGLE;CLIENT;DU;AU;MONTANT;NB MVTS;DETAIL;
      *    REFERENCE;CREEE LE;STATUT LE;OPERATEUR SUIVIE DE SES
      *    LIGNES MVT ID;DATE;TYPE;MONTANT;CLIENT;CONTREPARTIE - LE
      *    STATUT (O OUVERTE, J JUSTIFIEE, D DECLAREE) EST CONSERVE
      *    D'UN PASSAGE A L'AUTRE
       01 TAB-ALR.
           05 WS-ALR-RECORD OCCURS 2000 TIMES.
              10 WS-ALR-ID PIC 9(5).
              10 WS-ALR-STATUS PIC X.
              10 WS-ALR-RULE PIC X(13).
              10 WS-ALR-NAME PIC X(50).
              10 WS-ALR-FROM PIC 9(8).
              10 WS-ALR-TO PIC 9(8).
              10 WS-ALR-AMOUNT PIC S9(11)V99.
              10 WS-ALR-NB PIC 9(5).
              10 WS-ALR-DETAIL PIC X(40).
              10 WS-ALR-REF PIC X(30).
              10 WS-ALR-CREATED PIC 9(8).
              10 WS-ALR-STAT-DATE PIC 9(8).
              10 WS-ALR-OPER PIC X(8).
              10 WS-ALR-HIT PIC X.
              10 WS-ALR-MVT-COUNT PIC 9(2).
              10 WS-ALR-MVTS.
                 15 WS-ALR-MVT PIC X(120) OCCURS 10 TIMES.
       01 WS-ALR-COUNT PIC 9(4) VALUE ZERO.
       01 WS-ALR-CAPACITY PIC 9(4) VALUE 2000.
       01 WS-ALR-IDX PIC 9(4) VALUE ZERO.
       01 WS-ALR-MDX PIC 9(2) VALUE ZERO.
       01 WS-ALR-NEXT-ID PIC 9(5) VALUE ZERO.
       01 WS-ALR-FOUND-SW PIC X VALUE 'N'.
           88 WS-ALR-FOUND VALUE 'O'.
           88 WS-ALR-NOT-FOUND VALUE 'N'.
       01 WS-ALH-OPEN-SW PIC X VALUE 'N'.
           88 WS-ALH-OPEN VALUE 'O'.
           88 WS-ALH-NOT-OPEN VALUE 'N'.
       01 WS-ALR-HIST-SW PIC X VALUE 'N'.
           88 WS-ALR-TO-HIST VALUE 'O'.
           88 WS-ALR-TO-CURRENT VALUE 'N'.
      *    ALERTE EN COURS DE CONSTITUTION PAR UNE REGLE
       01 WS-CFN-RULE PIC X(13).
       01 WS-CFN-NAME PIC X(50).
       01 WS-CFN-FROM PIC 9(8).
       01 WS-CFN-TO PIC 9(8).
       01 WS-CFN-AMOUNT PIC S9(11)V99.
       01 WS-CFN-NB PIC 9(5).
       01 WS-CFN-DETAIL PIC X(40).
       01 WS-CFN-REF PIC X(30).
       01 WS-CFN-MVT-COUNT PIC 9(2).
       01 WS-CFN-MVTS.
           05 WS-CFN-MVT PIC X(120) OCCURS 10 TIMES.
       01 WS-CF-READ-COUNT PIC 9(5) VALUE ZERO.
       01 WS-CF-FILE-COUNT PIC 9(3) VALUE ZERO.
       01 WS-CF-LOST-COUNT PIC 9(5) VALUE ZERO.
       01 WS-CF-BAD-COUNT PIC 9(5) VALUE ZERO.
       01 WS-CF-SKIP-COUNT PIC 9(5) VALUE ZERO.
       01 WS-CF-VOL-LOST-COUNT PIC 9(5) VALUE ZERO.
       01 WS-CF-ALR-LOST-COUNT PIC 9(5) VALUE ZERO.
       01 WS-CF-NEW-COUNT PIC 9(4) VALUE ZERO.
       01 WS-CF-OLD-COUNT PIC 9(4) VALUE ZERO.
       01 WS-CF-SEUIL-COUNT PIC 9(4) VALUE ZERO.
       01 WS-CF-STR-COUNT PIC 9(4) VALUE ZERO.
       01 WS-CF-CHAIN-COUNT PIC 9(4) VALUE ZERO.
       01 WS-CF-VOL-COUNT PIC 9(4) VALUE ZERO.
       01 WS-CF-OPEN-COUNT PIC 9(4) VALUE ZERO.
       01 WS-CF-JUST-COUNT PIC 9(4) VALUE ZERO.
       01 WS-CF-DECL-COUNT PIC 9(4) VALUE ZERO.
       01 WS-CF-HIST-COUNT PIC 9(4) VALUE ZERO.
       01 WS-CF-TALLY PIC 9(2) VALUE ZERO.
       01 WS-CF-ACTION-COUNT PIC 9(5) VALUE ZERO.
       01 WS-CF-LOW PIC 9(9)V99 VALUE ZERO.
       01 WS-CF-SUM PIC S9(11)V99 VALUE ZERO.
       01 WS-CF-AVERAGE PIC S9(11)V99 VALUE ZERO.
       01 WS-CF-OTHER-NB PIC 9(3) VALUE ZERO.
       01 WS-CF-NB PIC 9(5) VALUE ZERO.
       01 WS-CF-LAST-DAY PIC 9(7) VALUE ZERO.
       01 WS-CF-LAST-DATE PIC 9(8) VALUE ZERO.
       01 WS-CF-LEN PIC 9(3) VALUE ZERO.
       01 WS-CF-POS PIC 9(3) VALUE ZERO.
       01 WS-CF-DLEN PIC 9(3) VALUE ZERO.
       01 WS-CF-MONTH PIC 9(6) VALUE ZERO.
       01 WS-CF-LINE PIC X(210).
       01 WS-CF-HEAD PIC X(210).
       01 WS-CF-REST PIC X(210).
       01 WS-CF-BODY PIC X(210).
       01 WS-CF-DUMMY PIC X(210).
       01 WS-CF-AMT-TEXT PIC X(20).
       01 WS-CF-DATE-TEXT PIC X(10).
       01 WS-CF-TYPE PIC X(10).
       01 WS-CF-NAME PIC X(50).
       01 WS-CF-CPTY PIC X(50).
       01 WS-CF-AMOUNT PIC S9(9)V99 VALUE ZERO.
       01 WS-CF-DATE PIC 9(8) VALUE ZERO.
       01 WS-CF-ID-IN PIC 9(5) VALUE ZERO.
       01 WS-CF-STATUS-IN PIC X VALUE SPACE.
       01 WS-CF-F1 PIC X(20).
       01 WS-CF-F2 PIC X(20).
       01 WS-CF-F3 PIC X(20).
       01 WS-CF-F4 PIC X(50).
       01 WS-CF-F5 PIC X(20).
       01 WS-CF-F6 PIC X(20).
       01 WS-CF-F7 PIC X(20).
       01 WS-CF-F8 PIC X(20).
       01 WS-CF-F9 PIC X(40).
       01 WS-CF-F10 PIC X(30).
       01 WS-CF-F11 PIC X(20).
       01 WS-CF-F12 PIC X(20).
       01 WS-CF-F13 PIC X(20).
       01 WS-CF-AMT-DISPLAY PIC -(10)9.99.
       01 WS-CF-NB-DISPLAY PIC ZZZZ9.
       01 WS-CF-ID-DISPLAY PIC 9(5).

       01 WS-DATE-DAY PIC 99 VALUE ZERO.
       01 WS-DATE-MONTH PIC 99 VALUE ZERO.
       01 WS-DATE-YEAR PIC 9(4) VALUE ZERO.
           DISPLAY " ".

           PERFORM PROC-BD-LOAD.
           PERFORM PROC-PRM-LOAD.
           DISPLAY "Date de traitement : " WS-BD-DATE-TEXT.
           DISPLAY " ".

              EVALUATE WS-CHOICE
                 WHEN 0
                    DISPLAY "Arrêt du programme."
                 WHEN 1 THRU 28
      *    LE PROFIL DE L'OPERATEUR FAIT FOI : UNE OPTION DONT LA
      *    POSITION N'EST PAS A 'O' DANS SES DROITS EST REFUSEE
                    IF WS-OP-RIGHTS(WS-CHOICE:1) = "O"
                    END-IF
                 WHEN OTHER
                    DISPLAY "Choix invalide."
                    DISPLAY "Sélectionner une valeur entre 0 et 28."
              END-EVALUATE
           END-PERFORM
           EXIT.
              WHEN 19
                 PERFORM PROC-PROGRESSION-REPORT
                 MOVE WS-PG-CMP-COUNT TO WS-CKPT-COUNT
              WHEN 20
                 PERFORM PROC-STANDING-ORDERS
                 MOVE WS-SO-COUNT TO WS-CKPT-COUNT
              WHEN 21
                 PERFORM PROC-POS-RETURN
                 MOVE WS-AV-ISSUED-COUNT TO WS-CKPT-COUNT
              WHEN 22
                 PERFORM PROC-INTEGRITY-CHECK
                 MOVE WS-IC-TOTAL-CHECKED TO WS-CKPT-COUNT
              WHEN 23
                 PERFORM PROC-STOCK-TAKE
                 MOVE WS-IP-ACTION-COUNT TO WS-CKPT-COUNT
              WHEN 24
                 PERFORM PROC-SUPPLIER-MARGIN
                 MOVE WS-GM-ACTION-COUNT TO WS-CKPT-COUNT
              WHEN 25
                 PERFORM PROC-COMPLIANCE-MONITOR
                 MOVE WS-CF-ACTION-COUNT TO WS-CKPT-COUNT
              WHEN 26
                 PERFORM PROC-MAKER-CHECKER
                 MOVE WS-MC-ACTION-COUNT TO WS-CKPT-COUNT
              WHEN 27
                 PERFORM PROC-VAT-RETURN
                 MOVE WS-TV-ACTION-COUNT TO WS-CKPT-COUNT
              WHEN 28
                 PERFORM PROC-REPORT-CARDS
                 MOVE WS-BL-CARD-COUNT TO WS-CKPT-COUNT
           END-EVALUATE

           MOVE "FIN" TO WS-CKPT-STATUS
           DISPLAY "2 - Enregistrement des notes des étudiants."
           DISPLAY "14 - Classement et statistiques de la classe."
           DISPLAY "19 - Progression des étudiants entre périodes."
           DISPLAY "28 - Bulletins individuels d'une période."
           DISPLAY "3 - Copie d'un fichier."
           DISPLAY "4 - Triage par ordre croissant."
           DISPLAY " "
           DISPLAY "GESTION D'UN TABLEAU"
           DISPLAY "5 - Simulation de ecommerce." 
           DISPLAY "23 - Inventaire physique (comptage du stock)."
           DISPLAY "24 - Fournisseurs, coûts et marge brute."
           DISPLAY "27 - Déclaration de TVA d'une période."
           DISPLAY " "
           DISPLAY "CALCULS ARITHMETIQUES"
           DISPLAY "6 - Déterminer si une année est bissextile."
           DISPLAY "12 - Import/export de l'inventaire."
           DISPLAY "16 - Gestion des suspens."
           DISPLAY "17 - Caisse : vente sur compte client."
           DISPLAY "20 - Ordres permanents."
           DISPLAY "21 - Caisse : retour et avoir sur facture."
           DISPLAY "25 - Surveillance des mouvements (conformité)."
           DISPLAY "26 - Validation des suspens (double contrôle)."
           DISPLAY " "
           DISPLAY "EXPLOITATION"
           DISPLAY "13 - Sauvegardes et archivage."
           DISPLAY "15 - Fin de journée (promotion et archivage)."
           DISPLAY "18 - Consultation des archives et reimpressions."
           DISPLAY "22 - Contrôle d'intégrité entre fichiers."
           DISPLAY " "
           DISPLAY "0 - Quitter."
           PERFORM PROC-CHECK-RESUME

      *    RETROUVE LE CODE SAISI DANS operateurs.txt
      *    (CODE;NOM;DROITS) ET CHARGE LE PROFIL - LES DROITS SONT
      *    30 POSITIONS, LA POSITION N VAUT 'O' SI L'OPTION N DU
      *    MENU EST AUTORISEE
       PROC-OP-FIND.
           SET WS-OP-NOT-FOUND TO TRUE
                          SET WS-OP-FOUND TO TRUE
                          SET WS-OP-SIGNED-ON TO TRUE
                          MOVE WS-OP-ID-IN TO WS-OP-ID
                          MOVE WS-OP-RIGHTS-TEXT(1:30) TO
                             WS-OP-RIGHTS
                       END-IF
                    END-IF
           END-IF
           EXIT.

      *    DEMANDE LE CODE D'UN SUPERVISEUR (4E CHAMP VALIDEUR A 'O'
      *    DANS operateurs.txt) - LE PROFIL DE L'OPERATEUR CONNECTE
      *    N'EST PAS MODIFIE - SANS FICHIER operateurs.txt, SEUL LE
      *    CODE ADMIN EST ACCEPTE
       PROC-OP-CHECK-APPROVER.
           SET WS-APR-NOT-OK TO TRUE
           MOVE SPACES TO WS-APR-ID
           DISPLAY "Code superviseur : "
           MOVE SPACES TO WS-APR-ID-IN
           ACCEPT WS-APR-ID-IN
           PERFORM PROC-OP-FIND-APPROVER
           IF WS-APR-OK
              MOVE WS-APR-ID-IN TO WS-APR-ID
              DISPLAY "Validation accordée par "
                 FUNCTION TRIM (WS-APR-ID) "."
           ELSE
              DISPLAY "*** Code superviseur inconnu ou non "
                 "habilité. ***"
           END-IF
           EXIT.

       PROC-OP-FIND-APPROVER.
           SET WS-APR-NOT-OK TO TRUE
           SET WS-OP-NOT-EOF TO TRUE

           OPEN INPUT OPERATOR-FILE
           IF FC-OPR = "35"
              IF FUNCTION TRIM (WS-APR-ID-IN) = "ADMIN"
                 SET WS-APR-OK TO TRUE
              END-IF
           END-IF
           IF FC-OPR NOT = "00"
              SET WS-OP-EOF TO TRUE
           END-IF

           PERFORM UNTIL WS-OP-EOF OR WS-APR-OK
              READ OPERATOR-FILE
                 AT END SET WS-OP-EOF TO TRUE
                 NOT AT END
                    IF FS-OPR-LINE NOT = SPACES
                       MOVE SPACES TO WS-OP-ID-TEXT
                       MOVE SPACES TO WS-APR-NAME
                       MOVE SPACES TO WS-OP-RIGHTS-TEXT
                       MOVE SPACES TO WS-APR-FLAG-TEXT
                       INSPECT FS-OPR-LINE
                          REPLACING ALL ";" BY "|"
                       UNSTRING FS-OPR-LINE DELIMITED BY "|"
                           INTO WS-OP-ID-TEXT, WS-APR-NAME,
                                WS-OP-RIGHTS-TEXT, WS-APR-FLAG-TEXT
                       IF FUNCTION TRIM (WS-OP-ID-TEXT) =
                          FUNCTION TRIM (WS-APR-ID-IN)
                          AND WS-APR-FLAG-TEXT(1:1) = 'O'
                          SET WS-APR-OK TO TRUE
                       END-IF
                    END-IF
              END-READ
           END-PERFORM

           IF FC-OPR NOT = "35"
              CLOSE OPERATOR-FILE
           END-IF
           EXIT.

       PROC-READ-FILE.
           MOVE "F" TO WS-EOF-SW
           MOVE ZERO TO WS-CLI-COUNT
           EXIT.

       PROC-TRX-POST-RUN.
           PERFORM PROC-SO-GENERATE

           MOVE "F" TO WS-EOF-SW
           MOVE ZERO TO WS-TRX-READ-COUNT
           MOVE ZERO TO WS-TRX-POST-COUNT
           MOVE ZERO TO WS-TRX-REJECT-COUNT
           MOVE ZERO TO WS-MC-HELD-COUNT
           MOVE ZERO TO WS-TRX-DEPOT-COUNT
           MOVE ZERO TO WS-TRX-DEPOT-TOTAL
           MOVE ZERO TO WS-TRX-RETRAIT-COUNT
                    MOVE SPACES TO WS-TRX-TYPE
                    MOVE SPACES TO WS-TRX-AMOUNT-TEXT
                    MOVE SPACES TO WS-TRX-CPTY-NAME
                    MOVE SPACES TO WS-TRX-REF
                    UNSTRING FS-TRX-LINE DELIMITED BY "|"
                        INTO WS-TRX-NAME, WS-TRX-DATE, WS-TRX-TYPE,
                             WS-TRX-AMOUNT-TEXT, WS-TRX-CPTY-NAME,
                             WS-TRX-REF
                    SET WS-MC-NOT-APPROVED TO TRUE
                    PERFORM PROC-TRX-VALIDATE
                    PERFORM PROC-TRX-APPLY
                    PERFORM PROC-TRX-WRITE-JOURNAL

      *    CONTROLE UN MOUVEMENT ET POSITIONNE WS-TRX-REJECT-REASON
      *    (ESPACES = MOUVEMENT ACCEPTE) - LE CLIENT RETROUVE RESTE
      *    INDEXE PAR WS-CL-IDX POUR PROC-TRX-APPLY - UN RETRAIT OU
      *    UN VIREMENT VALIDE AU-DELA DU SEUIL DE VALIDATION EST
      *    RETENU (WS-MC-HELD) SAUF S'IL A DEJA ETE VALIDE PAR UN
      *    SECOND OPERATEUR (WS-MC-APPROVED, RECYCLAGE DES SUSPENS)
       PROC-TRX-VALIDATE.
           MOVE SPACES TO WS-TRX-REJECT-REASON
           SET WS-MC-NOT-HELD TO TRUE
           MOVE ZERO TO WS-TRX-AMOUNT-NUM
           MOVE FUNCTION TRIM (WS-TRX-TYPE) TO WS-TRX-TYPE

                    MOVE "TYPE INCONNU" TO WS-TRX-REJECT-REASON
              END-EVALUATE
           END-IF

           IF WS-TRX-REJECT-REASON = SPACES
              AND WS-MC-NOT-APPROVED
              AND WS-MC-LIMIT > 0
              AND WS-TRX-AMOUNT-NUM > WS-MC-LIMIT
              AND (WS-TRX-TYPE = "RETRAIT"
                   OR WS-TRX-TYPE = "VIREMENT")
              MOVE "VALIDATION REQUISE" TO WS-TRX-REJECT-REASON
              SET WS-MC-HELD TO TRUE
           END-IF
           EXIT.

      *    CONTROLES PROPRES AU VIREMENT : LA CONTREPARTIE (5EME
              END-EVALUATE
              ADD 1 TO WS-TRX-POST-COUNT
           ELSE
              IF WS-MC-HELD
                 ADD 1 TO WS-MC-HELD-COUNT
              ELSE
                 ADD 1 TO WS-TRX-REJECT-COUNT
              END-IF
           END-IF
           EXIT.

           MOVE WS-TRX-AMOUNT-NUM TO WS-CL-AMOUNT-DISPLAY
           MOVE SPACES TO FS-JRN-LINE
           EVALUATE TRUE
              WHEN WS-MC-HELD
                 PERFORM PROC-TRX-JOURNAL-HELD
              WHEN WS-TRX-REJECT-REASON = SPACES
                 AND WS-TRX-TYPE = "VIREMENT"
                 PERFORM PROC-TRX-JOURNAL-VIR
                 END-STRING
                 WRITE FS-JRN-LINE
           END-EVALUATE

           IF WS-TRX-REF NOT = SPACES
              PERFORM PROC-TRX-JOURNAL-REF
           END-IF
           EXIT.

      *    RATTACHE AU MOUVEMENT QUI PRECEDE SA REFERENCE D'ORIGINE
      *    (ORDRE PERMANENT, ...) SUR UNE LIGNE A PART - LE NOM DU
      *    CLIENT EST CELUI DE LA LIGNE QUI PRECEDE, LE MONTANT EST
      *    REPRIS POUR L'INTERFACE COMPTABLE (PROC-GL-SCAN-JRN)
       PROC-TRX-JOURNAL-REF.
           MOVE SPACES TO FS-JRN-LINE
           STRING
              "  REFERENCE   " DELIMITED BY SIZE
              FUNCTION TRIM (WS-TRX-REF) DELIMITED BY SIZE
              " MONTANT=" DELIMITED BY SIZE
              WS-CL-AMOUNT-DISPLAY DELIMITED BY SIZE
              " DATE=" DELIMITED BY SIZE
              WS-BD-STAMP DELIMITED BY SIZE
              " OPER=" DELIMITED BY SIZE
              FUNCTION TRIM (WS-OP-ID) DELIMITED BY SIZE
              INTO FS-JRN-LINE
           END-STRING
           WRITE FS-JRN-LINE
           EXIT.

      *    MOUVEMENT RETENU AU-DELA DU SEUIL DE VALIDATION : RIEN
      *    N'EST COMPTABILISE, LE MOUVEMENT PART EN SUSPENS EN
      *    ATTENTE DE VALIDATION (OPTION 26)
       PROC-TRX-JOURNAL-HELD.
           MOVE SPACES TO FS-JRN-LINE
           IF WS-TRX-TYPE = "VIREMENT"
              STRING
                 "EN ATTENTE    VIREMENT " DELIMITED BY SIZE
                 FUNCTION TRIM (WS-TRX-NAME) DELIMITED BY SIZE
                 " VERS " DELIMITED BY SIZE
                 FUNCTION TRIM (WS-TRX-CPTY-NAME) DELIMITED BY SIZE
                 " " DELIMITED BY SIZE
                 WS-TRX-DATE DELIMITED BY SIZE
                 " MONTANT=" DELIMITED BY SIZE
                 WS-CL-AMOUNT-DISPLAY DELIMITED BY SIZE
                 " DATE=" DELIMITED BY SIZE
                 WS-BD-STAMP DELIMITED BY SIZE
                 " OPER=" DELIMITED BY SIZE
                 FUNCTION TRIM (WS-OP-ID) DELIMITED BY SIZE
                 INTO FS-JRN-LINE
              END-STRING
           ELSE
              STRING
                 "EN ATTENTE    " DELIMITED BY SIZE
                 WS-TRX-TYPE DELIMITED BY SIZE
                 " " DELIMITED BY SIZE
                 FUNCTION TRIM (WS-TRX-NAME) DELIMITED BY SIZE
                 " " DELIMITED BY SIZE
                 WS-TRX-DATE DELIMITED BY SIZE
                 " MONTANT=" DELIMITED BY SIZE
                 WS-CL-AMOUNT-DISPLAY DELIMITED BY SIZE
                 " DATE=" DELIMITED BY SIZE
                 WS-BD-STAMP DELIMITED BY SIZE
                 " OPER=" DELIMITED BY SIZE
                 FUNCTION TRIM (WS-OP-ID) DELIMITED BY SIZE
                 INTO FS-JRN-LINE
              END-STRING
           END-IF
           WRITE FS-JRN-LINE
           EXIT.

      *    TRACE DU DOUBLE CONTROLE D'UN SUSPENS RECYCLE ET
      *    COMPTABILISE : AUTEUR ET VALIDEUR AVEC LEURS ESTAMPILLES -
      *    LE NOM DU CLIENT EST CELUI DE LA LIGNE QUI PRECEDE
       PROC-TRX-JOURNAL-APPROVAL.
           MOVE SPACES TO FS-JRN-LINE
           STRING
              "  VALIDATION  SAISI=" DELIMITED BY SIZE
              FUNCTION TRIM (WS-SU-MAKER(WS-SU-IDX))
                 DELIMITED BY SIZE
              " LE=" DELIMITED BY SIZE
              WS-SU-MAKER-TS(WS-SU-IDX) DELIMITED BY SIZE
              " VALIDE=" DELIMITED BY SIZE
              FUNCTION TRIM (WS-SU-CHECKER(WS-SU-IDX))
                 DELIMITED BY SIZE
              " LE=" DELIMITED BY SIZE
              WS-SU-CHECKER-TS(WS-SU-IDX) DELIMITED BY SIZE
              INTO FS-JRN-LINE
           END-STRING
           WRITE FS-JRN-LINE
           EXIT.

      *    ECRIT LES DEUX JAMBES D'UN VIREMENT COMPTABILISE POUR QUE
              INTO FS-JRN-LINE
           END-STRING
           WRITE FS-JRN-LINE

           MOVE SPACES TO FS-JRN-LINE
           MOVE WS-MC-HELD-COUNT TO WS-TRX-COUNT-DISPLAY
           STRING
              "*** EN ATTENTE VALIDATION : " DELIMITED BY SIZE
              WS-TRX-COUNT-DISPLAY DELIMITED BY SIZE
              " ***" DELIMITED BY SIZE
              INTO FS-JRN-LINE
           END-STRING
           WRITE FS-JRN-LINE
           EXIT.

      *    REECRIT LE FICHIER CLIENT (clientsnew.txt) AVEC LES SOLDES
           DISPLAY "  DONT RETRAITS            : " WS-TRX-RETRAIT-COUNT
           DISPLAY "  DONT VIREMENTS           : " WS-TRX-VIR-COUNT
           DISPLAY "MOUVEMENTS REJETES         : " WS-TRX-REJECT-COUNT
           DISPLAY "EN ATTENTE DE VALIDATION   : " WS-MC-HELD-COUNT
           MOVE WS-TRX-DEPOT-TOTAL TO WS-TRX-TOTAL-DISPLAY
           DISPLAY "TOTAL DEPOTS               : " WS-TRX-TOTAL-DISPLAY
           MOVE WS-TRX-RETRAIT-TOTAL TO WS-TRX-TOTAL-DISPLAY
                             MOVE WS-BD-VALUE-TEXT(1:6) TO
                                WS-BD-PO-NUM
                          END-IF
                       WHEN "NUMERO AVOIR"
                          IF WS-BD-VALUE-TEXT(1:6) IS NUMERIC
                             MOVE WS-BD-VALUE-TEXT(1:6) TO
                                WS-BD-CREDIT-NUM
                          END-IF
                    END-EVALUATE
              END-READ
           END-PERFORM
                 INTO FS-BDT-LINE
              END-STRING
              WRITE FS-BDT-LINE
              MOVE SPACES TO FS-BDT-LINE
              STRING
                 "NUMERO AVOIR=" DELIMITED BY SIZE
                 WS-BD-CREDIT-NUM DELIMITED BY SIZE
                 INTO FS-BDT-LINE
              END-STRING
              WRITE FS-BDT-LINE
              CLOSE BUSINESS-DATE-FILE
           END-IF
           EXIT.
      *    COPIE IL SERAIT PERDU), VIDE transactions.txt ET
      *    journal.txt, ET FAIT AVANCER LA DATE DE TRAITEMENT D'UN
      *    JOUR - SANS CE PASSAGE, L'OPTION 7 REFUSE DE
      *    RECOMPTABILISER LA MEME JOURNEE - LE SOLDE DE CLOTURE DE
      *    CHAQUE CLIENT EST CUMULE POUR LE MOIS ET, QUAND LA DATE
      *    CHANGE DE MOIS, LES INTERETS ET FRAIS DU MOIS ECOULE SONT
      *    GENERES (PROC-ME-RUN) - LES ECRITURES COMPTABLES DE LA
      *    JOURNEE SONT EMISES DANS ecritures_AAAAMMJJ.txt AVANT
      *    L'ARCHIVAGE DU JOURNAL, ET LA FIN DE JOURNEE EST REFUSEE
      *    SI UN TYPE DE MOUVEMENT DE LA JOURNEE N'A PAS SES COMPTES
      *    DANS comptes.txt
       PROC-END-OF-DAY.
           MOVE ZERO TO WS-EOD-TRX-COUNT
           MOVE ZERO TO WS-EOD-CLI-COUNT
           MOVE ZERO TO WS-EOD-JRN-COUNT
           SET WS-GL-NOT-RUN TO TRUE

           IF WS-BD-LAST-POST = WS-BD-DATE
              PERFORM PROC-GL-PREPARE
           END-IF

           EVALUATE TRUE
              WHEN WS-BD-LAST-POST NOT = WS-BD-DATE
                 DISPLAY "*** AUCUNE COMPTABILISATION EQUILIBREE POUR "
                    "LA JOURNEE " WS-BD-DATE-TEXT
                    " - FIN DE JOURNEE REFUSEE ***"
              WHEN WS-GL-REFUSED
                 DISPLAY "*** " WS-GL-MISSING-COUNT " TYPE(S) DE "
                    "MOUVEMENT SANS COMPTES DANS comptes.txt - FIN "
                    "DE JOURNEE REFUSEE ***"
              WHEN OTHER
                 PERFORM PROC-EOD-CLOSE-DAY
           END-EVALUATE
           EXIT.

       PROC-EOD-CLOSE-DAY.
           PERFORM PROC-EOD-PROMOTE-CLIENTS
           IF FC-CLN = "00"
              PERFORM PROC-ME-ACCUMULATE
              PERFORM PROC-GL-WRITE-FILE
              PERFORM PROC-EOD-ARCHIVE-TRX
              PERFORM PROC-EOD-ARCHIVE-JRN
              MOVE WS-BD-DATE TO WS-ME-OLD-DATE
              PERFORM PROC-EOD-ROLL-DATE
              SET WS-ME-RUN-NOT-DONE TO TRUE
              IF WS-BD-DATE(1:6) NOT = WS-ME-OLD-DATE(1:6)
                 PERFORM PROC-ME-RUN
              END-IF
              DISPLAY " "
              DISPLAY "----------------------------------------"
                 "----------"
              DISPLAY "|               FIN DE JOURNEE          "
                 "         |"
              DISPLAY "----------------------------------------"
                 "----------"
              DISPLAY "CLIENTS PROMUS             : "
                 WS-EOD-CLI-COUNT
              DISPLAY "MOUVEMENTS ARCHIVES        : "
                 WS-EOD-TRX-COUNT
              DISPLAY "LIGNES JOURNAL ARCHIVEES   : "
                 WS-EOD-JRN-COUNT
              DISPLAY "ECRITURES COMPTABLES       : "
                 WS-GL-LINE-COUNT " "
                 FUNCTION TRIM (WS-GL-FILE-NAME)
              IF WS-GL-FAILED
                 DISPLAY "*** ECRITURES COMPTABLES NON EMISES OU "
                    "DESEQUILIBREES ***"
              END-IF
              DISPLAY "NOUVELLE DATE DE TRAITEMENT: "
                 WS-BD-DATE-TEXT
              IF WS-ME-RUN-DONE
                 DISPLAY "FIN DE MOIS - CLIENTS      : "
                    WS-ME-CLI-COUNT
                 DISPLAY "  INTERETS GENERES         : "
                    WS-ME-INT-COUNT
                 DISPLAY "  FRAIS GENERES            : "
                    WS-ME-FEE-COUNT
                 DISPLAY "  REGISTRE                 : "
                    FUNCTION TRIM (WS-HK-ARCHIVE-NAME)
              END-IF
              DISPLAY " "
           END-IF
           EXIT.

           PERFORM PROC-BD-FORMAT
           EXIT.

      *    PREPARATION DES ECRITURES DE LA JOURNEE, AVANT TOUTE
      *    PROMOTION : MONTANT PAR TYPE DE MOUVEMENT (journal.txt,
      *    LIGNES VENTE DE ventes.txt ET LEURS FACTURES, retours.txt,
      *    RECEPTIONS DE commandes.txt) ET CONTROLE QUE CHAQUE TYPE
      *    MOUVEMENTE A SES DEUX COMPTES DANS comptes.txt
       PROC-GL-PREPARE.
           MOVE ZERO TO WS-GL-LINE-COUNT
           MOVE ZERO TO WS-GL-MISSING-COUNT
           MOVE ZERO TO WS-GL-NOINV-COUNT
           MOVE ZERO TO WS-GL-NOCOST-COUNT
           MOVE SPACES TO WS-GL-FILE-NAME
           INITIALIZE TAB-GL-AMT
           MOVE "DEPOT" TO WS-GLA-KEY(1)
           MOVE "RETRAIT" TO WS-GLA-KEY(2)
           MOVE "VIREMENT" TO WS-GLA-KEY(3)
           MOVE "INTERET" TO WS-GLA-KEY(4)
           MOVE "FRAIS" TO WS-GLA-KEY(5)
           MOVE "VENTE" TO WS-GLA-KEY(6)
           MOVE "TVA VENTE" TO WS-GLA-KEY(7)
           MOVE "AVOIR" TO WS-GLA-KEY(8)
           MOVE "TVA AVOIR" TO WS-GLA-KEY(9)
           MOVE "RECEPTION" TO WS-GLA-KEY(10)

           PERFORM PROC-GL-LOAD-MAP
           PERFORM PROC-GL-SCAN-JRN
           PERFORM PROC-GL-SCAN-SALES
           PERFORM PROC-GL-SCAN-RETURNS
           PERFORM PROC-GL-SCAN-RECEIPTS

           PERFORM VARYING WS-GLA-IDX FROM 1 BY 1
              UNTIL WS-GLA-IDX > WS-GLA-COUNT
              IF WS-GLA-AMOUNT(WS-GLA-IDX) NOT = 0
                 PERFORM PROC-GL-FIND-MAP
                 IF WS-GLM-NOT-FOUND
                    ADD 1 TO WS-GL-MISSING-COUNT
                    DISPLAY "*** TYPE "
                       FUNCTION TRIM (WS-GLA-KEY(WS-GLA-IDX))
                       " SANS COMPTE DEBIT/CREDIT DANS comptes.txt ***"
                 END-IF
              END-IF
           END-PERFORM

           IF WS-GL-MISSING-COUNT > 0
              SET WS-GL-REFUSED TO TRUE
           END-IF
           EXIT.

      *    TABLE DE CORRESPONDANCE (comptes.txt) - UNE LIGNE PAR TYPE
      *    DE MOUVEMENT : TYPE;COMPTE DEBIT;COMPTE CREDIT;LIBELLE
       PROC-GL-LOAD-MAP.
           MOVE ZERO TO WS-GLM-COUNT
           MOVE ZERO TO WS-GLM-LOST-COUNT
           INITIALIZE TAB-GL-MAP
           SET WS-GL-NOT-EOF TO TRUE

           OPEN INPUT ACCOUNT-MAP-FILE
           IF FC-CPT NOT = "00"
              DISPLAY "*** FICHIER comptes.txt ABSENT OU ILLISIBLE ***"
              SET WS-GL-EOF TO TRUE
           END-IF

           PERFORM UNTIL WS-GL-EOF
              READ ACCOUNT-MAP-FILE
                 AT END SET WS-GL-EOF TO TRUE
                 NOT AT END
                    IF FS-CPT-LINE NOT = SPACES
                       PERFORM PROC-GL-LOAD-MAP-ONE
                    END-IF
              END-READ
           END-PERFORM

           IF FC-CPT NOT = "35"
              CLOSE ACCOUNT-MAP-FILE
           END-IF

           IF WS-GLM-LOST-COUNT > 0
              DISPLAY "*** " WS-GLM-LOST-COUNT " LIGNE(S) DE "
                 "comptes.txt AU-DELA DE LA CAPACITE DE LA TABLE ***"
           END-IF
           EXIT.

       PROC-GL-LOAD-MAP-ONE.
           IF WS-GLM-COUNT >= WS-GLM-CAPACITY
              ADD 1 TO WS-GLM-LOST-COUNT
           ELSE
              ADD 1 TO WS-GLM-COUNT
              INSPECT FS-CPT-LINE REPLACING ALL ";" BY "|"
              UNSTRING FS-CPT-LINE DELIMITED BY "|"
                  INTO WS-GLM-KEY(WS-GLM-COUNT),
                       WS-GLM-DEBIT(WS-GLM-COUNT),
                       WS-GLM-CREDIT(WS-GLM-COUNT),
                       WS-GLM-LABEL(WS-GLM-COUNT)
           END-IF
           EXIT.

      *    RECHERCHE DU TYPE WS-GLA-KEY(WS-GLA-IDX) DANS LA TABLE DE
      *    CORRESPONDANCE - UN TYPE SANS COMPTE DEBIT OU SANS COMPTE
      *    CREDIT EST CONSIDERE COMME ABSENT
       PROC-GL-FIND-MAP.
           SET WS-GLM-NOT-FOUND TO TRUE
           PERFORM VARYING WS-GLM-IDX FROM 1 BY 1
              UNTIL WS-GLM-IDX > WS-GLM-COUNT
              OR WS-GLM-FOUND
              IF FUNCTION TRIM (WS-GLM-KEY(WS-GLM-IDX)) =
                 FUNCTION TRIM (WS-GLA-KEY(WS-GLA-IDX))
                 AND WS-GLM-DEBIT(WS-GLM-IDX) NOT = SPACES
                 AND WS-GLM-CREDIT(WS-GLM-IDX) NOT = SPACES
                 SET WS-GLM-FOUND TO TRUE
              END-IF
           END-PERFORM
           IF WS-GLM-FOUND
              SUBTRACT 1 FROM WS-GLM-IDX
           END-IF
           EXIT.

      *    MOUVEMENTS BANCAIRES : LES TOTAUX DEPOTS, RETRAITS ET
      *    VIREMENTS DE FIN DE JOURNAL FONT FOI - UN DEPOT SUIVI DE
      *    "REFERENCE INTERET=" PASSE EN INTERET, UN RETRAIT SUIVI DE
      *    "REFERENCE FRAIS=" PASSE EN FRAIS, POUR LE MONTANT PORTE
      *    PAR LA LIGNE REFERENCE
       PROC-GL-SCAN-JRN.
           MOVE SPACES TO WS-GL-LAST-TYPE
           MOVE ZERO TO WS-GL-LAST-AMOUNT
           SET WS-GL-NOT-EOF TO TRUE
           OPEN INPUT JOURNAL-FILE
           IF FC-JRN NOT = "00"
              SET WS-GL-EOF TO TRUE
           END-IF

           PERFORM UNTIL WS-GL-EOF
              READ JOURNAL-FILE
                 AT END SET WS-GL-EOF TO TRUE
                 NOT AT END
                    MOVE FS-JRN-LINE TO WS-GL-LINE
                    PERFORM PROC-GL-JRN-LINE
              END-READ
           END-PERFORM

           IF FC-JRN NOT = "35"
              CLOSE JOURNAL-FILE
           END-IF
           EXIT.

       PROC-GL-JRN-LINE.
           EVALUATE TRUE
              WHEN WS-GL-LINE(1:24) = "*** DEPOTS COMPTABILISES"
                 MOVE 1 TO WS-GLA-IDX
                 PERFORM PROC-GL-JRN-TOTAL
              WHEN WS-GL-LINE(1:26) = "*** RETRAITS COMPTABILISES"
                 MOVE 2 TO WS-GLA-IDX
                 PERFORM PROC-GL-JRN-TOTAL
              WHEN WS-GL-LINE(1:27) = "*** VIREMENTS COMPTABILISES"
                 MOVE 3 TO WS-GLA-IDX
                 PERFORM PROC-GL-JRN-TOTAL
              WHEN WS-GL-LINE(1:20) = "COMPTABILISEE DEPOT "
                 MOVE "DEPOT" TO WS-GL-LAST-TYPE
              WHEN WS-GL-LINE(1:22) = "COMPTABILISEE RETRAIT "
                 MOVE "RETRAIT" TO WS-GL-LAST-TYPE
              WHEN WS-GL-LINE(1:22) = "  REFERENCE   INTERET="
                 AND WS-GL-LAST-TYPE = "DEPOT"
                 PERFORM PROC-GL-JRN-AMOUNT
                 IF WS-GL-LAST-TYPE = "DEPOT"
                    ADD WS-GL-LAST-AMOUNT TO WS-GLA-AMOUNT(4)
                    SUBTRACT WS-GL-LAST-AMOUNT FROM WS-GLA-AMOUNT(1)
                    ADD 1 TO WS-GLA-NB(4)
                 END-IF
                 MOVE SPACES TO WS-GL-LAST-TYPE
              WHEN WS-GL-LINE(1:20) = "  REFERENCE   FRAIS="
                 AND WS-GL-LAST-TYPE = "RETRAIT"
                 PERFORM PROC-GL-JRN-AMOUNT
                 IF WS-GL-LAST-TYPE = "RETRAIT"
                    ADD WS-GL-LAST-AMOUNT TO WS-GLA-AMOUNT(5)
                    SUBTRACT WS-GL-LAST-AMOUNT FROM WS-GLA-AMOUNT(2)
                    ADD 1 TO WS-GLA-NB(5)
                 END-IF
                 MOVE SPACES TO WS-GL-LAST-TYPE
              WHEN OTHER
                 MOVE SPACES TO WS-GL-LAST-TYPE
           END-EVALUATE
           EXIT.

      *    LIGNE DE TOTAL "*** ... COMPTABILISES: N MONTANT: X ***"
       PROC-GL-JRN-TOTAL.
           MOVE SPACES TO WS-GL-DUMMY
           MOVE SPACES TO WS-GL-F1
           MOVE SPACES TO WS-GL-AMT-TEXT
           UNSTRING WS-GL-LINE DELIMITED BY ": " OR " MONTANT: "
              OR " ***"
               INTO WS-GL-DUMMY, WS-GL-F1, WS-GL-AMT-TEXT
           IF WS-GL-AMT-TEXT NOT = SPACES
              AND FUNCTION TEST-NUMVAL (WS-GL-AMT-TEXT) = 0
              COMPUTE WS-GLA-AMOUNT(WS-GLA-IDX) =
                 WS-GLA-AMOUNT(WS-GLA-IDX)
                 + FUNCTION NUMVAL (WS-GL-AMT-TEXT)
           END-IF
           IF WS-GL-F1 NOT = SPACES
              AND FUNCTION TEST-NUMVAL (WS-GL-F1) = 0
              COMPUTE WS-GLA-NB(WS-GLA-IDX) =
                 WS-GLA-NB(WS-GLA-IDX) + FUNCTION NUMVAL (WS-GL-F1)
           END-IF
           MOVE SPACES TO WS-GL-LAST-TYPE
           EXIT.

       PROC-GL-JRN-AMOUNT.
           MOVE ZERO TO WS-GL-LAST-AMOUNT
           MOVE SPACES TO WS-GL-HEAD
           MOVE SPACES TO WS-GL-REST
           MOVE SPACES TO WS-GL-AMT-TEXT
           UNSTRING WS-GL-LINE DELIMITED BY " MONTANT="
               INTO WS-GL-HEAD, WS-GL-REST
           UNSTRING WS-GL-REST DELIMITED BY " DATE="
               INTO WS-GL-AMT-TEXT, WS-GL-DUMMY
           IF WS-GL-AMT-TEXT NOT = SPACES
              AND FUNCTION TEST-NUMVAL (WS-GL-AMT-TEXT) = 0
              COMPUTE WS-GL-LAST-AMOUNT =
                 FUNCTION NUMVAL (WS-GL-AMT-TEXT)
           ELSE
              MOVE SPACES TO WS-GL-LAST-TYPE
           END-IF
           EXIT.

      *    VENTES DE LA JOURNEE (LIGNES VENTE DE ventes.txt A LA DATE
      *    DE TRAITEMENT) : LE HT EST LE TOTAL DES LIGNES DE LA
      *    FACTURE, LA TVA LA DIFFERENCE AVEC LE TTC DE LA VENTE
       PROC-GL-SCAN-SALES.
           SET WS-GL-NOT-EOF TO TRUE
           OPEN INPUT SALES-JOURNAL-FILE
           IF FC-VNT NOT = "00"
              SET WS-GL-EOF TO TRUE
           END-IF

           PERFORM UNTIL WS-GL-EOF
              READ SALES-JOURNAL-FILE
                 AT END SET WS-GL-EOF TO TRUE
                 NOT AT END
                    IF FS-VNT-LINE(1:14) = "VENTE FACTURE="
                       MOVE SPACES TO WS-GL-HEAD
                       MOVE SPACES TO WS-GL-REST
                       UNSTRING FS-VNT-LINE DELIMITED BY " DATE="
                           INTO WS-GL-HEAD, WS-GL-REST
                       IF WS-GL-REST(1:10) = WS-BD-STAMP
                          PERFORM PROC-GL-SALE
                       END-IF
                    END-IF
              END-READ
           END-PERFORM

           IF FC-VNT NOT = "35"
              CLOSE SALES-JOURNAL-FILE
           END-IF
           EXIT.

      *    UNE FACTURE ABSENTE OU ILLISIBLE NE PERMET PAS DE SEPARER
      *    LA TVA : LE TTC PASSE ALORS EN TOTALITE EN VENTE
       PROC-GL-SALE.
           MOVE SPACES TO WS-GL-DUMMY
           MOVE SPACES TO WS-GL-AMT-TEXT
           UNSTRING WS-GL-HEAD DELIMITED BY " TTC="
               INTO WS-GL-DUMMY, WS-GL-AMT-TEXT
           IF WS-GL-AMT-TEXT NOT = SPACES
              AND FUNCTION TEST-NUMVAL (WS-GL-AMT-TEXT) = 0
              AND FS-VNT-LINE(15:6) IS NUMERIC
              COMPUTE WS-GL-TTC = FUNCTION NUMVAL (WS-GL-AMT-TEXT)
              MOVE FS-VNT-LINE(15:6) TO WS-AV-INVOICE
              MOVE ZERO TO WS-AV-LINE-COUNT
              INITIALIZE TAB-AV
              PERFORM PROC-AV-READ-INVOICE
              MOVE ZERO TO WS-GL-HT
              PERFORM VARYING WS-AV-IDX FROM 1 BY 1
                 UNTIL WS-AV-IDX > WS-AV-LINE-COUNT
                 ADD WS-AV-HT(WS-AV-IDX) TO WS-GL-HT
              END-PERFORM
              IF WS-AV-LINE-COUNT = 0
                 ADD 1 TO WS-GL-NOINV-COUNT
                 MOVE WS-GL-TTC TO WS-GL-HT
                 DISPLAY "*** FACTURE " WS-AV-INVOICE
                    " ABSENTE - TTC PASSE EN VENTE SANS TVA ***"
              END-IF
              ADD WS-GL-HT TO WS-GLA-AMOUNT(6)
              ADD 1 TO WS-GLA-NB(6)
              COMPUTE WS-GLA-AMOUNT(7) =
                 WS-GLA-AMOUNT(7) + WS-GL-TTC - WS-GL-HT
              ADD 1 TO WS-GLA-NB(7)
           END-IF
           EXIT.

      *    AVOIRS DE LA JOURNEE : LIGNES DE retours.txt A LA DATE DE
      *    TRAITEMENT (FACTURE;LIGNE;ARTICLE;QTE;TTC;HT;AVOIR;DATE;
      *    OPER) - HT EN AVOIR, TTC - HT EN TVA SUR AVOIR
       PROC-GL-SCAN-RETURNS.
           SET WS-GL-NOT-EOF TO TRUE
           OPEN INPUT RETURNS-FILE
           IF FC-RET NOT = "00"
              SET WS-GL-EOF TO TRUE
           END-IF

           PERFORM UNTIL WS-GL-EOF
              READ RETURNS-FILE
                 AT END SET WS-GL-EOF TO TRUE
                 NOT AT END
                    IF FS-RET-LINE NOT = SPACES
                       PERFORM PROC-GL-RETURN
                    END-IF
              END-READ
           END-PERFORM

           IF FC-RET NOT = "35"
              CLOSE RETURNS-FILE
           END-IF
           EXIT.

       PROC-GL-RETURN.
           MOVE SPACES TO WS-GL-F1
           MOVE SPACES TO WS-GL-F2
           MOVE SPACES TO WS-GL-F3
           MOVE SPACES TO WS-GL-F4
           MOVE SPACES TO WS-GL-F5
           MOVE SPACES TO WS-GL-F6
           MOVE SPACES TO WS-GL-F7
           MOVE SPACES TO WS-GL-F8
           INSPECT FS-RET-LINE REPLACING ALL ";" BY "|"
           UNSTRING FS-RET-LINE DELIMITED BY "|"
               INTO WS-GL-F1, WS-GL-F2, WS-GL-F4, WS-GL-F3,
                    WS-GL-F5, WS-GL-F6, WS-GL-F7, WS-GL-F8
           IF WS-GL-F8(1:10) = WS-BD-STAMP
              AND WS-GL-F5 NOT = SPACES
              AND FUNCTION TEST-NUMVAL (WS-GL-F5) = 0
              AND WS-GL-F6 NOT = SPACES
              AND FUNCTION TEST-NUMVAL (WS-GL-F6) = 0
              COMPUTE WS-GL-TTC = FUNCTION NUMVAL (WS-GL-F5)
              COMPUTE WS-GL-HT = FUNCTION NUMVAL (WS-GL-F6)
              ADD WS-GL-HT TO WS-GLA-AMOUNT(8)
              ADD 1 TO WS-GLA-NB(8)
              COMPUTE WS-GLA-AMOUNT(9) =
                 WS-GLA-AMOUNT(9) + WS-GL-TTC - WS-GL-HT
              ADD 1 TO WS-GLA-NB(9)
           END-IF
           EXIT.

      *    RECEPTIONS FOURNISSEURS DE LA JOURNEE : LIGNES DE
      *    commandes.txt RECUES A LA DATE DE TRAITEMENT, VALORISEES
      *    QUANTITE RECUE X COUT DE LA LIGNE - UNE LIGNE SANS COUT
      *    (ARTICLE HORS TARIF) EST SEULEMENT COMPTEE
       PROC-GL-SCAN-RECEIPTS.
           PERFORM PROC-PO-LOAD
           PERFORM VARYING WS-PO-IDX FROM 1 BY 1
              UNTIL WS-PO-IDX > WS-PO-COUNT
              IF WS-PO-STATUS(WS-PO-IDX) = 'R'
                 AND WS-PO-RECV-DATE(WS-PO-IDX) = WS-BD-DATE
                 IF WS-PO-COST(WS-PO-IDX) = 0
                    ADD 1 TO WS-GL-NOCOST-COUNT
                 ELSE
                    COMPUTE WS-GLA-AMOUNT(10) = WS-GLA-AMOUNT(10)
                       + WS-PO-GOT(WS-PO-IDX) * WS-PO-COST(WS-PO-IDX)
                    ADD 1 TO WS-GLA-NB(10)
                 END-IF
              END-IF
           END-PERFORM
           IF WS-GL-NOCOST-COUNT > 0
              DISPLAY "*** " WS-GL-NOCOST-COUNT " RECEPTION(S) SANS "
                 "COUT - NON COMPTABILISEE(S) ***"
           END-IF
           EXIT.

      *    ECRITURE DE ecritures_AAAAMMJJ.txt : EN-TETE, POUR CHAQUE
      *    TYPE MOUVEMENTE UNE LIGNE AU DEBIT ET UNE LIGNE AU CREDIT
      *    (COMPTES DE comptes.txt, SENS INVERSE SI LE MONTANT EST
      *    NEGATIF) ET FIN AVEC NOMBRE DE LIGNES, TOTAUX DEBIT ET
      *    CREDIT ET CONTROLE D'EQUILIBRE
       PROC-GL-WRITE-FILE.
           MOVE SPACES TO WS-GL-FILE-NAME
           STRING
              "ecritures_" DELIMITED BY SIZE
              WS-BD-DATE DELIMITED BY SIZE
              ".txt" DELIMITED BY SIZE
              INTO WS-GL-FILE-NAME
           END-STRING
           MOVE ZERO TO WS-GL-LINE-COUNT
           MOVE ZERO TO WS-GL-TOTAL-DEBIT
           MOVE ZERO TO WS-GL-TOTAL-CREDIT

           OPEN OUTPUT LEDGER-FILE
           IF FC-GL NOT = "00"
              DISPLAY "Erreur à l'ouverture"
              DISPLAY "FS ECRITURES: " FC-GL
              SET WS-GL-FAILED TO TRUE
           ELSE
              MOVE SPACES TO FS-GL-LINE
              STRING
                 "EN-TETE;" DELIMITED BY SIZE
                 WS-BD-DATE DELIMITED BY SIZE
                 ";ECRITURES DE LA JOURNEE DU " DELIMITED BY SIZE
                 WS-BD-DATE-TEXT DELIMITED BY SIZE
                 ";" DELIMITED BY SIZE
                 FUNCTION TRIM (WS-OP-ID) DELIMITED BY SIZE
                 INTO FS-GL-LINE
              END-STRING
              WRITE FS-GL-LINE

              PERFORM VARYING WS-GLA-IDX FROM 1 BY 1
                 UNTIL WS-GLA-IDX > WS-GLA-COUNT
                 IF WS-GLA-AMOUNT(WS-GLA-IDX) NOT = 0
                    PERFORM PROC-GL-WRITE-TYPE
                 END-IF
              END-PERFORM

              IF WS-GL-TOTAL-DEBIT = WS-GL-TOTAL-CREDIT
                 SET WS-GL-DONE TO TRUE
                 MOVE "EQUILIBRE" TO WS-GL-F1
              ELSE
                 SET WS-GL-FAILED TO TRUE
                 MOVE "DESEQUILIBRE" TO WS-GL-F1
              END-IF
              MOVE WS-GL-LINE-COUNT TO WS-GL-SEQ-DISPLAY
              MOVE WS-GL-TOTAL-DEBIT TO WS-GL-AMT-DISPLAY
              MOVE WS-GL-TOTAL-CREDIT TO WS-GL-AMT2-DISPLAY
              MOVE SPACES TO FS-GL-LINE
              STRING
                 "FIN;" DELIMITED BY SIZE
                 WS-GL-SEQ-DISPLAY DELIMITED BY SIZE
                 ";" DELIMITED BY SIZE
                 FUNCTION TRIM (WS-GL-AMT-DISPLAY) DELIMITED BY SIZE
                 ";" DELIMITED BY SIZE
                 FUNCTION TRIM (WS-GL-AMT2-DISPLAY) DELIMITED BY SIZE
                 ";" DELIMITED BY SIZE
                 FUNCTION TRIM (WS-GL-F1) DELIMITED BY SIZE
                 INTO FS-GL-LINE
              END-STRING
              WRITE FS-GL-LINE
              CLOSE LEDGER-FILE
           END-IF
           EXIT.

       PROC-GL-WRITE-TYPE.
           PERFORM PROC-GL-FIND-MAP
           IF WS-GLA-AMOUNT(WS-GLA-IDX) < 0
              COMPUTE WS-GL-AMOUNT = 0 - WS-GLA-AMOUNT(WS-GLA-IDX)
              MOVE WS-GLM-CREDIT(WS-GLM-IDX) TO WS-GL-ACCOUNT
              MOVE "D" TO WS-GL-SIDE
              PERFORM PROC-GL-WRITE-LINE
              MOVE WS-GLM-DEBIT(WS-GLM-IDX) TO WS-GL-ACCOUNT
              MOVE "C" TO WS-GL-SIDE
              PERFORM PROC-GL-WRITE-LINE
           ELSE
              MOVE WS-GLA-AMOUNT(WS-GLA-IDX) TO WS-GL-AMOUNT
              MOVE WS-GLM-DEBIT(WS-GLM-IDX) TO WS-GL-ACCOUNT
              MOVE "D" TO WS-GL-SIDE
              PERFORM PROC-GL-WRITE-LINE
              MOVE WS-GLM-CREDIT(WS-GLM-IDX) TO WS-GL-ACCOUNT
              MOVE "C" TO WS-GL-SIDE
              PERFORM PROC-GL-WRITE-LINE
           END-IF
           EXIT.

      *    LIGNE;NUMERO;DATE;COMPTE;D/C;MONTANT;TYPE;LIBELLE
       PROC-GL-WRITE-LINE.
           ADD 1 TO WS-GL-LINE-COUNT
           IF WS-GL-SIDE = "D"
              ADD WS-GL-AMOUNT TO WS-GL-TOTAL-DEBIT
           ELSE
              ADD WS-GL-AMOUNT TO WS-GL-TOTAL-CREDIT
           END-IF
           MOVE WS-GL-LINE-COUNT TO WS-GL-SEQ-DISPLAY
           MOVE WS-GL-AMOUNT TO WS-GL-AMT-DISPLAY
           MOVE SPACES TO FS-GL-LINE
           STRING
              "LIGNE;" DELIMITED BY SIZE
              WS-GL-SEQ-DISPLAY DELIMITED BY SIZE
              ";" DELIMITED BY SIZE
              WS-BD-DATE DELIMITED BY SIZE
              ";" DELIMITED BY SIZE
              FUNCTION TRIM (WS-GL-ACCOUNT) DELIMITED BY SIZE
              ";" DELIMITED BY SIZE
              WS-GL-SIDE DELIMITED BY SIZE
              ";" DELIMITED BY SIZE
              FUNCTION TRIM (WS-GL-AMT-DISPLAY) DELIMITED BY SIZE
              ";" DELIMITED BY SIZE
              FUNCTION TRIM (WS-GLA-KEY(WS-GLA-IDX))
                 DELIMITED BY SIZE
              ";" DELIMITED BY SIZE
              FUNCTION TRIM (WS-GLM-LABEL(WS-GLM-IDX))
                 DELIMITED BY SIZE
              INTO FS-GL-LINE
           END-STRING
           WRITE FS-GL-LINE
           EXIT.

      *    AJOUTE LE SOLDE DE CLOTURE DE LA JOURNEE (clients.txt
      *    QUI VIENT D'ETRE PROMU) AU CUMUL DU MOIS DE CHAQUE CLIENT
      *    VALIDE - BASE DU SOLDE MOYEN ET DES INTERETS SUR SOLDES
      *    QUOTIDIENS DE LA FIN DE MOIS
       PROC-ME-ACCUMULATE.
           PERFORM PROC-TRX-LOAD-CLIENTS
           MOVE WS-BD-DATE(1:6) TO WS-ME-MONTH
           PERFORM PROC-ME-LOAD

           IF WS-ME-LOST-COUNT > 0
              DISPLAY "*** TABLE DES SOLDES PLEINE - CUMUL DU JOUR "
                 "REFUSE, soldesmois.txt CONSERVE ***"
           ELSE
              PERFORM VARYING WS-CL-IDX FROM 1 BY 1
                 UNTIL WS-CL-IDX > WS-CL-COUNT
                 IF WS-CL-VALID(WS-CL-IDX) = 'O'
                    PERFORM PROC-ME-ADD-CLIENT
                 END-IF
              END-PERFORM
              PERFORM PROC-ME-SAVE
           END-IF
           EXIT.

       PROC-ME-ADD-CLIENT.
           SET WS-ME-NOT-FOUND TO TRUE
           PERFORM VARYING WS-ME-IDX FROM 1 BY 1
              UNTIL WS-ME-IDX > WS-ME-COUNT
              OR WS-ME-FOUND
              IF FUNCTION TRIM (WS-ME-NAME(WS-ME-IDX)) =
                 FUNCTION TRIM (WS-CL-NAME(WS-CL-IDX))
                 SET WS-ME-FOUND TO TRUE
              END-IF
           END-PERFORM

           IF WS-ME-FOUND
              SUBTRACT 1 FROM WS-ME-IDX
           ELSE
              IF WS-ME-COUNT < WS-ME-CAPACITY
                 ADD 1 TO WS-ME-COUNT
                 MOVE WS-ME-COUNT TO WS-ME-IDX
                 MOVE WS-CL-NAME(WS-CL-IDX) TO WS-ME-NAME(WS-ME-IDX)
                 MOVE ZERO TO WS-ME-CUMUL(WS-ME-IDX)
                 MOVE ZERO TO WS-ME-DAYS(WS-ME-IDX)
                 SET WS-ME-FOUND TO TRUE
              ELSE
                 DISPLAY "*** TABLE DES SOLDES PLEINE - SOLDE NON "
                    "CUMULE : " FUNCTION TRIM (WS-CL-NAME(WS-CL-IDX))
                    " ***"
              END-IF
           END-IF

           IF WS-ME-FOUND
              ADD WS-CL-AMOUNT(WS-CL-IDX) TO WS-ME-CUMUL(WS-ME-IDX)
              ADD 1 TO WS-ME-DAYS(WS-ME-IDX)
           END-IF
           EXIT.

      *    CHARGE soldesmois.txt POUR LE MOIS WS-ME-MONTH - LES
      *    LIGNES D'UN AUTRE MOIS (FIN DE MOIS NON PASSEE) SONT
      *    ECARTEES ET SIGNALEES
       PROC-ME-LOAD.
           MOVE ZERO TO WS-ME-COUNT
           MOVE ZERO TO WS-ME-LOST-COUNT
           MOVE ZERO TO WS-ME-STALE-COUNT
           SET WS-ME-NOT-EOF TO TRUE

           OPEN INPUT DAILY-BALANCE-FILE
           IF FC-SLD NOT = "00"
              SET WS-ME-EOF TO TRUE
           END-IF

           PERFORM UNTIL WS-ME-EOF
              READ DAILY-BALANCE-FILE
                 AT END SET WS-ME-EOF TO TRUE
                 NOT AT END
                    IF FS-SLD-LINE NOT = SPACES
                       PERFORM PROC-ME-LOAD-ONE
                    END-IF
              END-READ
           END-PERFORM

           IF FC-SLD NOT = "35"
              CLOSE DAILY-BALANCE-FILE
           END-IF

           IF WS-ME-STALE-COUNT > 0
              DISPLAY "*** " WS-ME-STALE-COUNT " CUMUL(S) D'UN AUTRE "
                 "MOIS ECARTE(S) DE soldesmois.txt ***"
           END-IF
           IF WS-ME-LOST-COUNT > 0
              DISPLAY "*** " WS-ME-LOST-COUNT " CUMUL(S) AU-DELA DE "
                 "LA CAPACITE DE LA TABLE ***"
           END-IF
           EXIT.

       PROC-ME-LOAD-ONE.
           MOVE SPACES TO WS-ME-MONTH-TEXT
           MOVE SPACES TO WS-ME-NAME-TEXT
           MOVE SPACES TO WS-ME-CUMUL-TEXT
           MOVE SPACES TO WS-ME-DAYS-TEXT
           INSPECT FS-SLD-LINE REPLACING ALL ";" BY "|"
           UNSTRING FS-SLD-LINE DELIMITED BY "|"
               INTO WS-ME-MONTH-TEXT, WS-ME-NAME-TEXT,
                    WS-ME-CUMUL-TEXT, WS-ME-DAYS-TEXT

           EVALUATE TRUE
              WHEN WS-ME-MONTH-TEXT(1:6) NOT = WS-BD-DATE(1:6)
                 ADD 1 TO WS-ME-STALE-COUNT
              WHEN WS-ME-COUNT >= WS-ME-CAPACITY
                 ADD 1 TO WS-ME-LOST-COUNT
              WHEN OTHER
                 ADD 1 TO WS-ME-COUNT
                 MOVE WS-ME-NAME-TEXT TO WS-ME-NAME(WS-ME-COUNT)
                 MOVE ZERO TO WS-ME-CUMUL(WS-ME-COUNT)
                 IF WS-ME-CUMUL-TEXT NOT = SPACES
                    AND FUNCTION TEST-NUMVAL (WS-ME-CUMUL-TEXT) = 0
                    COMPUTE WS-ME-CUMUL(WS-ME-COUNT) =
                       FUNCTION NUMVAL (WS-ME-CUMUL-TEXT)
                 END-IF
                 MOVE ZERO TO WS-ME-DAYS(WS-ME-COUNT)
                 IF WS-ME-DAYS-TEXT NOT = SPACES
                    AND FUNCTION TEST-NUMVAL (WS-ME-DAYS-TEXT) = 0
                    COMPUTE WS-ME-DAYS(WS-ME-COUNT) =
                       FUNCTION NUMVAL (WS-ME-DAYS-TEXT)
                 END-IF
           END-EVALUATE
           EXIT.

       PROC-ME-SAVE.
           OPEN OUTPUT DAILY-BALANCE-FILE
           IF FC-SLD NOT = "00"
              DISPLAY "Erreur à l'ouverture"
              DISPLAY "FS SOLDES DU MOIS: " FC-SLD
           ELSE
              PERFORM VARYING WS-ME-IDX FROM 1 BY 1
                 UNTIL WS-ME-IDX > WS-ME-COUNT
                 MOVE WS-ME-CUMUL(WS-ME-IDX) TO WS-ME-AVG-DISPLAY
                 MOVE SPACES TO FS-SLD-LINE
                 STRING
                    WS-ME-MONTH DELIMITED BY SIZE
                    ";" DELIMITED BY SIZE
                    FUNCTION TRIM (WS-ME-NAME(WS-ME-IDX))
                       DELIMITED BY SIZE
                    ";" DELIMITED BY SIZE
                    FUNCTION TRIM (WS-ME-AVG-DISPLAY)
                       DELIMITED BY SIZE
                    ";" DELIMITED BY SIZE
                    WS-ME-DAYS(WS-ME-IDX) DELIMITED BY SIZE
                    INTO FS-SLD-LINE
                 END-STRING
                 WRITE FS-SLD-LINE
              END-PERFORM
              CLOSE DAILY-BALANCE-FILE
           END-IF
           EXIT.

      *    FIN DE MOIS (LA FIN DE JOURNEE VIENT DE FAIRE CHANGER LA
      *    DATE DE TRAITEMENT DE MOIS) : POUR CHAQUE CLIENT CUMULE,
      *    SOLDE MOYEN = CUMUL / JOURS, INTERETS = CUMUL x TAUX /
      *    36500 (INTERETS AU JOUR LE JOUR SUR LES SOLDES
      *    QUOTIDIENS), FRAIS SI LE SOLDE MOYEN EST SOUS LE SEUIL
      *    D'EXONERATION - LES MONTANTS SONT ECRITS DANS
      *    transactions.txt EN DEPOT (REFERENCE INTERET=AAAAMM) ET
      *    RETRAIT (REFERENCE FRAIS=AAAAMM) DATES DU DERNIER JOUR DU
      *    MOIS, ET SONT COMPTABILISES, JOURNALISES ET PORTES AUX
      *    RELEVES PAR LE PROCHAIN PASSAGE DE L'OPTION 7 - LE
      *    REGISTRE DU MOIS EST ECRIT DANS interets_AAAAMM.txt
       PROC-ME-RUN.
           MOVE ZERO TO WS-ME-CLI-COUNT
           MOVE ZERO TO WS-ME-INT-COUNT
           MOVE ZERO TO WS-ME-FEE-COUNT
           MOVE ZERO TO WS-ME-TOT-AVERAGE
           MOVE ZERO TO WS-ME-TOT-INTEREST
           MOVE ZERO TO WS-ME-TOT-CHARGE
           MOVE ZERO TO WS-ME-TOT-NET

           IF WS-ME-LOST-COUNT > 0
              DISPLAY "*** TABLE DES SOLDES PLEINE - FIN DE MOIS "
                 "REFUSEE, soldesmois.txt CONSERVE ***"
           ELSE
              OPEN EXTEND TRANSACTIONS-FILE
              IF FC-TRX = "35"
                 OPEN OUTPUT TRANSACTIONS-FILE
              END-IF
              IF FC-TRX NOT = "00"
                 DISPLAY "Erreur à l'ouverture"
                 DISPLAY "FS TRANSACTIONS: " FC-TRX
                 DISPLAY "*** INTERETS ET FRAIS NON GENERES, "
                    "soldesmois.txt CONSERVE ***"
              ELSE
                 PERFORM PROC-ME-RUN-BODY
              END-IF
           END-IF
           EXIT.

       PROC-ME-RUN-BODY.
           SET WS-ME-RUN-DONE TO TRUE
           MOVE SPACES TO WS-ME-DATE-TEXT
           STRING
              WS-ME-OLD-DATE(7:2) DELIMITED BY SIZE
              "/" DELIMITED BY SIZE
              WS-ME-OLD-DATE(5:2) DELIMITED BY SIZE
              "/" DELIMITED BY SIZE
              WS-ME-OLD-DATE(1:4) DELIMITED BY SIZE
              INTO WS-ME-DATE-TEXT
           END-STRING

           MOVE SPACES TO WS-HK-ARCHIVE-NAME
           STRING
              "interets_" DELIMITED BY SIZE
              WS-ME-MONTH DELIMITED BY SIZE
              ".txt" DELIMITED BY SIZE
              INTO WS-HK-ARCHIVE-NAME
           END-STRING
           OPEN OUTPUT ARCHIVE-FILE

           MOVE WS-ME-RATE TO WS-ME-RATE-DISPLAY
           MOVE SPACES TO FS-ARC-LINE
           STRING
              "*** REGISTRE DES INTERETS ET FRAIS - MOIS "
                 DELIMITED BY SIZE
              WS-ME-MONTH(5:2) DELIMITED BY SIZE
              "/" DELIMITED BY SIZE
              WS-ME-MONTH(1:4) DELIMITED BY SIZE
              " - TAUX " DELIMITED BY SIZE
              FUNCTION TRIM (WS-ME-RATE-DISPLAY) DELIMITED BY SIZE
              " % ***" DELIMITED BY SIZE
              INTO FS-ARC-LINE
           END-STRING
           WRITE FS-ARC-LINE
           MOVE WS-ME-FEE TO WS-ME-AMT-EDIT
           MOVE WS-ME-FEE-EXEMPT TO WS-ME-AVG-DISPLAY
           MOVE SPACES TO FS-ARC-LINE
           STRING
              "FRAIS MENSUELS: " DELIMITED BY SIZE
              FUNCTION TRIM (WS-ME-AMT-EDIT) DELIMITED BY SIZE
              "  EXONERATION A PARTIR D'UN SOLDE MOYEN DE "
                 DELIMITED BY SIZE
              FUNCTION TRIM (WS-ME-AVG-DISPLAY) DELIMITED BY SIZE
              INTO FS-ARC-LINE
           END-STRING
           WRITE FS-ARC-LINE
           MOVE ALL "-" TO FS-ARC-LINE(1:100)
           WRITE FS-ARC-LINE
           MOVE SPACES TO FS-ARC-LINE
           STRING
              "CLIENT                        " DELIMITED BY SIZE
              "   SOLDE MOYEN" DELIMITED BY SIZE
              "     INTERETS" DELIMITED BY SIZE
              "        FRAIS" DELIMITED BY SIZE
              "          NET" DELIMITED BY SIZE
              INTO FS-ARC-LINE
           END-STRING
           WRITE FS-ARC-LINE
           MOVE ALL "-" TO FS-ARC-LINE(1:100)
           WRITE FS-ARC-LINE

           PERFORM VARYING WS-ME-IDX FROM 1 BY 1
              UNTIL WS-ME-IDX > WS-ME-COUNT
              IF WS-ME-DAYS(WS-ME-IDX) > 0
                 PERFORM PROC-ME-ONE
              END-IF
           END-PERFORM

           MOVE ALL "-" TO FS-ARC-LINE(1:100)
           WRITE FS-ARC-LINE
           MOVE WS-ME-TOT-AVERAGE TO WS-ME-AVG-DISPLAY
           MOVE WS-ME-TOT-INTEREST TO WS-ME-INT-DISPLAY
           MOVE WS-ME-TOT-CHARGE TO WS-ME-FEE-DISPLAY
           MOVE WS-ME-TOT-NET TO WS-ME-NET-DISPLAY
           MOVE SPACES TO FS-ARC-LINE
           STRING
              "TOTAL GENERAL                 " DELIMITED BY SIZE
              WS-ME-AVG-DISPLAY DELIMITED BY SIZE
              WS-ME-INT-DISPLAY DELIMITED BY SIZE
              WS-ME-FEE-DISPLAY DELIMITED BY SIZE
              WS-ME-NET-DISPLAY DELIMITED BY SIZE
              INTO FS-ARC-LINE
           END-STRING
           WRITE FS-ARC-LINE
           MOVE SPACES TO FS-ARC-LINE
           STRING
              "CLIENTS: " DELIMITED BY SIZE
              WS-ME-CLI-COUNT DELIMITED BY SIZE
              "  MOUVEMENTS INTERETS: " DELIMITED BY SIZE
              WS-ME-INT-COUNT DELIMITED BY SIZE
              "  MOUVEMENTS FRAIS: " DELIMITED BY SIZE
              WS-ME-FEE-COUNT DELIMITED BY SIZE
              INTO FS-ARC-LINE
           END-STRING
           WRITE FS-ARC-LINE

           CLOSE ARCHIVE-FILE
           CLOSE TRANSACTIONS-FILE

      *    LE MOIS EST SOLDE : LE CUMUL REPART A ZERO
           OPEN OUTPUT DAILY-BALANCE-FILE
           CLOSE DAILY-BALANCE-FILE
           EXIT.

       PROC-ME-ONE.
           ADD 1 TO WS-ME-CLI-COUNT
           COMPUTE WS-ME-AVERAGE ROUNDED =
              WS-ME-CUMUL(WS-ME-IDX) / WS-ME-DAYS(WS-ME-IDX)
           MOVE ZERO TO WS-ME-INTEREST
           MOVE ZERO TO WS-ME-CHARGE
           IF WS-ME-CUMUL(WS-ME-IDX) > 0
              COMPUTE WS-ME-INTEREST ROUNDED =
                 WS-ME-CUMUL(WS-ME-IDX) * WS-ME-RATE / 36500
           END-IF
           IF WS-ME-AVERAGE < WS-ME-FEE-EXEMPT
              MOVE WS-ME-FEE TO WS-ME-CHARGE
           END-IF
           COMPUTE WS-ME-NET = WS-ME-INTEREST - WS-ME-CHARGE

           IF WS-ME-INTEREST > 0
              MOVE SPACES TO WS-ME-REF
              STRING
                 "INTERET=" DELIMITED BY SIZE
                 WS-ME-MONTH DELIMITED BY SIZE
                 INTO WS-ME-REF
              END-STRING
              MOVE WS-ME-INTEREST TO WS-ME-AMT-EDIT
              MOVE "DEPOT" TO WS-TRX-TYPE
              PERFORM PROC-ME-WRITE-MOVEMENT
              ADD 1 TO WS-ME-INT-COUNT
           END-IF
           IF WS-ME-CHARGE > 0
              MOVE SPACES TO WS-ME-REF
              STRING
                 "FRAIS=" DELIMITED BY SIZE
                 WS-ME-MONTH DELIMITED BY SIZE
                 INTO WS-ME-REF
              END-STRING
              MOVE WS-ME-CHARGE TO WS-ME-AMT-EDIT
              MOVE "RETRAIT" TO WS-TRX-TYPE
              PERFORM PROC-ME-WRITE-MOVEMENT
              ADD 1 TO WS-ME-FEE-COUNT
           END-IF

           ADD WS-ME-AVERAGE TO WS-ME-TOT-AVERAGE
           ADD WS-ME-INTEREST TO WS-ME-TOT-INTEREST
           ADD WS-ME-CHARGE TO WS-ME-TOT-CHARGE
           ADD WS-ME-NET TO WS-ME-TOT-NET

           MOVE WS-ME-AVERAGE TO WS-ME-AVG-DISPLAY
           MOVE WS-ME-INTEREST TO WS-ME-INT-DISPLAY
           MOVE WS-ME-CHARGE TO WS-ME-FEE-DISPLAY
           MOVE WS-ME-NET TO WS-ME-NET-DISPLAY
           MOVE SPACES TO FS-ARC-LINE
           STRING
              WS-ME-NAME(WS-ME-IDX)(1:30) DELIMITED BY SIZE
              WS-ME-AVG-DISPLAY DELIMITED BY SIZE
              WS-ME-INT-DISPLAY DELIMITED BY SIZE
              WS-ME-FEE-DISPLAY DELIMITED BY SIZE
              WS-ME-NET-DISPLAY DELIMITED BY SIZE
              INTO FS-ARC-LINE
           END-STRING
           WRITE FS-ARC-LINE
           EXIT.

      *    MOUVEMENT DE FIN DE MOIS (NOM;DATE;TYPE;MONTANT;;REFERENCE)
      *    DATE DU DERNIER JOUR DU MOIS ECOULE
       PROC-ME-WRITE-MOVEMENT.
           MOVE SPACES TO FS-TRX-LINE
           STRING
              FUNCTION TRIM (WS-ME-NAME(WS-ME-IDX)) DELIMITED BY SIZE
              ";" DELIMITED BY SIZE
              WS-ME-DATE-TEXT DELIMITED BY SIZE
              ";" DELIMITED BY SIZE
              FUNCTION TRIM (WS-TRX-TYPE) DELIMITED BY SIZE
              ";" DELIMITED BY SIZE
              FUNCTION TRIM (WS-ME-AMT-EDIT) DELIMITED BY SIZE
              ";;" DELIMITED BY SIZE
              FUNCTION TRIM (WS-ME-REF) DELIMITED BY SIZE
              INTO FS-TRX-LINE
           END-STRING
           WRITE FS-TRX-LINE
           EXIT.

      *    CHARGE LES PARAMETRES DE GESTION DE parametres.txt (LIGNES
      *    CLE=VALEUR) - FICHIER FACULTATIF, UNE CLE ABSENTE OU UNE
      *    VALEUR NON NUMERIQUE LAISSE LA VALEUR PAR DEFAUT
       PROC-PRM-LOAD.
           SET WS-PRM-NOT-EOF TO TRUE
           OPEN INPUT PARAMETER-FILE
           IF FC-PRM NOT = "00"
              SET WS-PRM-EOF TO TRUE
           END-IF

           PERFORM UNTIL WS-PRM-EOF
              READ PARAMETER-FILE
                 AT END SET WS-PRM-EOF TO TRUE
                 NOT AT END
                    MOVE SPACES TO WS-PRM-KEY-TEXT
                    MOVE SPACES TO WS-PRM-VALUE-TEXT
                    UNSTRING FS-PRM-LINE DELIMITED BY "="
                        INTO WS-PRM-KEY-TEXT, WS-PRM-VALUE-TEXT
                    IF WS-PRM-VALUE-TEXT NOT = SPACES
                       AND FUNCTION TEST-NUMVAL (WS-PRM-VALUE-TEXT)
                          = 0
                       PERFORM PROC-PRM-APPLY
                    END-IF
              END-READ
           END-PERFORM

           IF FC-PRM NOT = "35"
              CLOSE PARAMETER-FILE
           END-IF
           EXIT.

       PROC-PRM-APPLY.
           EVALUATE WS-PRM-KEY-TEXT
              WHEN "TAUX CREDITEUR"
                 COMPUTE WS-ME-RATE =
                    FUNCTION NUMVAL (WS-PRM-VALUE-TEXT)
              WHEN "FRAIS TENUE COMPTE"
                 COMPUTE WS-ME-FEE =
                    FUNCTION NUMVAL (WS-PRM-VALUE-TEXT)
              WHEN "SEUIL EXONERATION"
                 COMPUTE WS-ME-FEE-EXEMPT =
                    FUNCTION NUMVAL (WS-PRM-VALUE-TEXT)
              WHEN "SEUIL DECLARATION"
                 COMPUTE WS-CF-THRESHOLD =
                    FUNCTION NUMVAL (WS-PRM-VALUE-TEXT)
              WHEN "MARGE STRUCTURATION"
                 COMPUTE WS-CF-STR-MARGIN =
                    FUNCTION NUMVAL (WS-PRM-VALUE-TEXT)
              WHEN "NOMBRE STRUCTURATION"
                 COMPUTE WS-CF-STR-MIN =
                    FUNCTION NUMVAL (WS-PRM-VALUE-TEXT)
              WHEN "FENETRE STRUCTURATION"
                 COMPUTE WS-CF-STR-DAYS =
                    FUNCTION NUMVAL (WS-PRM-VALUE-TEXT)
              WHEN "FENETRE CHAINE"
                 COMPUTE WS-CF-CHAIN-DAYS =
                    FUNCTION NUMVAL (WS-PRM-VALUE-TEXT)
              WHEN "TAUX CHAINE"
                 COMPUTE WS-CF-CHAIN-RATE =
                    FUNCTION NUMVAL (WS-PRM-VALUE-TEXT)
              WHEN "MULTIPLE VOLUME"
                 COMPUTE WS-CF-VOL-MULT =
                    FUNCTION NUMVAL (WS-PRM-VALUE-TEXT)
              WHEN "MOIS VOLUME"
                 COMPUTE WS-CF-VOL-MONTHS =
                    FUNCTION NUMVAL (WS-PRM-VALUE-TEXT)
              WHEN "PERIODE SURVEILLANCE"
                 COMPUTE WS-CF-WINDOW =
                    FUNCTION NUMVAL (WS-PRM-VALUE-TEXT)
              WHEN "SEUIL VALIDATION"
                 COMPUTE WS-MC-LIMIT =
                    FUNCTION NUMVAL (WS-PRM-VALUE-TEXT)
           END-EVALUATE
           EXIT.

      *    CONTROLE D'INTEGRITE ENTRE FICHIERS (OPTION 22, AUSSI
      *    EXECUTABLE DEPUIS batch.txt) :
      *    - CLIENTS   : SOLDES DE clients.txt / clientmaster.dat
      *    - STOCK     : inventory.dat / DERNIER STOCK CONNU DANS
      *                  mouvements.txt
      *    - COMMANDES : LIGNES RECUES DE commandes.txt / RECEPTIONS
      *                  CMD= DE mouvements.txt
      *    - VENTES    : LIGNES VENTE ET AVOIR DE ventes.txt / TOTAL
      *                  TTC DE facture_NNNNNN.txt OU avoir_NNNNNN.txt
      *    LES ECARTS SONT ECRITS DANS controles.txt - RETURN-CODE 4
      *    S'IL Y EN A (8 EN BATCH, COMME TOUTE ETAPE EN ERREUR), POUR
      *    NE PAS LANCER LA FIN DE JOURNEE (OPTION 15)
       PROC-INTEGRITY-CHECK.
           MOVE ZERO TO WS-IC-TOTAL-CHECKED
           MOVE ZERO TO WS-IC-TOTAL-EXCEPT
           SET WS-IC-CLEAN TO TRUE

           DISPLAY " "
           DISPLAY "--------------------------------------------------"
           DISPLAY "|         CONTROLE D'INTEGRITE                   |"
           DISPLAY "--------------------------------------------------"

           OPEN OUTPUT INTEGRITY-REPORT-FILE
           IF FC-ICR NOT = "00"
              DISPLAY "Erreur à l'ouverture"
              DISPLAY "FS CONTROLES: " FC-ICR
           ELSE
              MOVE SPACES TO FS-ICR-LINE
              STRING
                 "*** CONTROLE D'INTEGRITE - DATE DE TRAITEMENT "
                    DELIMITED BY SIZE
                 WS-BD-DATE-TEXT DELIMITED BY SIZE
                 " - OPERATEUR " DELIMITED BY SIZE
                 FUNCTION TRIM (WS-OP-ID) DELIMITED BY SIZE
                 " ***" DELIMITED BY SIZE
                 INTO FS-ICR-LINE
              END-STRING
              WRITE FS-ICR-LINE
              MOVE SPACES TO FS-ICR-LINE
              STRING
                 "CONTROLE   CLE                            "
                    DELIMITED BY SIZE
                 "VALEUR A             VALEUR B             "
                    DELIMITED BY SIZE
                 "ECART" DELIMITED BY SIZE
                 INTO FS-ICR-LINE
              END-STRING
              WRITE FS-ICR-LINE

              PERFORM PROC-IC-CLIENTS
              PERFORM PROC-IC-STOCK
              PERFORM PROC-IC-ORDERS
              PERFORM PROC-IC-SALES

              MOVE SPACES TO FS-ICR-LINE
              WRITE FS-ICR-LINE
              MOVE SPACES TO FS-ICR-LINE
              STRING
                 "*** FIN DU CONTROLE - VERIFIES: " DELIMITED BY SIZE
                 WS-IC-TOTAL-CHECKED DELIMITED BY SIZE
                 " ECARTS: " DELIMITED BY SIZE
                 WS-IC-TOTAL-EXCEPT DELIMITED BY SIZE
                 " ***" DELIMITED BY SIZE
                 INTO FS-ICR-LINE
              END-STRING
              WRITE FS-ICR-LINE
              CLOSE INTEGRITY-REPORT-FILE

              DISPLAY "TOTAL VERIFIES             : "
                 WS-IC-TOTAL-CHECKED
              DISPLAY "TOTAL ECARTS               : "
                 WS-IC-TOTAL-EXCEPT
              IF WS-IC-DISCREPANT
                 MOVE 4 TO RETURN-CODE
                 DISPLAY "*** ECARTS TROUVES - VOIR controles.txt - NE "
                    "PAS LANCER LA FIN DE JOURNEE ***"
              ELSE
                 MOVE ZERO TO RETURN-CODE
                 DISPLAY "Aucun écart."
              END-IF
              DISPLAY " "
           END-IF
           EXIT.

      *    EN-TETE DE SECTION (WS-IC-CHECK = NOM DU CONTROLE,
      *    WS-IC-KEY = FICHIERS A ET B COMPARES)
       PROC-IC-BEGIN-CHECK.
           MOVE ZERO TO WS-IC-CHECKED
           MOVE ZERO TO WS-IC-EXCEPT
           MOVE ZERO TO WS-IC-NO-HISTORY
           MOVE SPACES TO FS-ICR-LINE
           WRITE FS-ICR-LINE
           MOVE SPACES TO FS-ICR-LINE
           STRING
              "--- " DELIMITED BY SIZE
              WS-IC-CHECK DELIMITED BY SPACE
              " : " DELIMITED BY SIZE
              WS-IC-KEY DELIMITED BY SIZE
              INTO FS-ICR-LINE
           END-STRING
           WRITE FS-ICR-LINE
           EXIT.

      *    UNE LIGNE D'ECART - WS-IC-KEY, WS-IC-VALUE-A, WS-IC-VALUE-B
      *    ET WS-IC-TYPE SONT RENSEIGNES PAR L'APPELANT
       PROC-IC-WRITE-EXCEPTION.
           ADD 1 TO WS-IC-EXCEPT
           ADD 1 TO WS-IC-TOTAL-EXCEPT
           SET WS-IC-DISCREPANT TO TRUE
           MOVE SPACES TO FS-ICR-LINE
           STRING
              WS-IC-CHECK DELIMITED BY SIZE
              " " DELIMITED BY SIZE
              WS-IC-KEY DELIMITED BY SIZE
              " " DELIMITED BY SIZE
              WS-IC-VALUE-A DELIMITED BY SIZE
              " " DELIMITED BY SIZE
              WS-IC-VALUE-B DELIMITED BY SIZE
              " " DELIMITED BY SIZE
              WS-IC-TYPE DELIMITED BY SIZE
              INTO FS-ICR-LINE
           END-STRING
           WRITE FS-ICR-LINE
           EXIT.

       PROC-IC-END-CHECK.
           ADD WS-IC-CHECKED TO WS-IC-TOTAL-CHECKED
           MOVE SPACES TO FS-ICR-LINE
           STRING
              "    " DELIMITED BY SIZE
              WS-IC-CHECK DELIMITED BY SPACE
              " - VERIFIES: " DELIMITED BY SIZE
              WS-IC-CHECKED DELIMITED BY SIZE
              " ECARTS: " DELIMITED BY SIZE
              WS-IC-EXCEPT DELIMITED BY SIZE
              " SANS HISTORIQUE: " DELIMITED BY SIZE
              WS-IC-NO-HISTORY DELIMITED BY SIZE
              INTO FS-ICR-LINE
           END-STRING
           WRITE FS-ICR-LINE
           DISPLAY WS-IC-CHECK " VERIFIES : " WS-IC-CHECKED
              "  ECARTS : " WS-IC-EXCEPT
              "  SANS HISTORIQUE : " WS-IC-NO-HISTORY
           EXIT.

      *    CLIENTS : LE FICHIER MAITRE EST LU EN SEQUENCE ET CHAQUE
      *    CLIENT EST RETROUVE PAR SON NOM DANS clients.txt (LES
      *    NUMEROS DU MAITRE SONT ATTRIBUES A LA REPRISE, clients.txt
      *    N'EN PORTE PAS) - LES LIGNES EN EXCEPTION DE clients.txt NE
      *    SONT JAMAIS REPRISES DANS LE MAITRE ET NE SONT PAS COMPAREES
       PROC-IC-CLIENTS.
           MOVE "CLIENTS" TO WS-IC-CHECK
           MOVE "A = clients.txt  B = clientmaster.dat" TO WS-IC-KEY
           PERFORM PROC-IC-BEGIN-CHECK

           PERFORM PROC-TRX-LOAD-CLIENTS
           INITIALIZE TAB-IC-CL

           EVALUATE TRUE
              WHEN FC-CLI NOT = "00" AND FC-CLI NOT = "10"
                 MOVE "clients.txt" TO WS-IC-KEY
                 MOVE FC-CLI TO WS-IC-VALUE-A
                 MOVE SPACES TO WS-IC-VALUE-B
                 MOVE "FICHIER ILLISIBLE" TO WS-IC-TYPE
                 PERFORM PROC-IC-WRITE-EXCEPTION
              WHEN WS-CL-LOST-COUNT > 0
                 MOVE "clients.txt" TO WS-IC-KEY
                 MOVE WS-CL-LOST-COUNT TO WS-IC-COUNT-DISPLAY
                 MOVE WS-IC-COUNT-DISPLAY TO WS-IC-VALUE-A
                 MOVE SPACES TO WS-IC-VALUE-B
                 MOVE "TABLE CLIENTS PLEINE" TO WS-IC-TYPE
                 PERFORM PROC-IC-WRITE-EXCEPTION
              WHEN OTHER
                 PERFORM PROC-IC-CLIENTS-MASTER
           END-EVALUATE

           PERFORM PROC-IC-END-CHECK
           EXIT.

       PROC-IC-CLIENTS-MASTER.
           SET WS-IC-NOT-EOF TO TRUE
           OPEN INPUT CLIENT-MASTER
           IF FC-CM NOT = "00"
              MOVE "clientmaster.dat" TO WS-IC-KEY
              MOVE SPACES TO WS-IC-VALUE-A
              MOVE FC-CM TO WS-IC-VALUE-B
              MOVE "FICHIER ILLISIBLE" TO WS-IC-TYPE
              PERFORM PROC-IC-WRITE-EXCEPTION
              SET WS-IC-EOF TO TRUE
           END-IF

           PERFORM UNTIL WS-IC-EOF
              READ CLIENT-MASTER NEXT RECORD
                 AT END SET WS-IC-EOF TO TRUE
                 NOT AT END PERFORM PROC-IC-CLIENTS-ONE
              END-READ
           END-PERFORM

           IF FC-CM = "00" OR FC-CM = "10"
              CLOSE CLIENT-MASTER

              PERFORM VARYING WS-IC-IDX FROM 1 BY 1
                 UNTIL WS-IC-IDX > WS-CL-COUNT
                 IF WS-CL-VALID(WS-IC-IDX) = 'O'
                    AND WS-IC-CL-SEEN(WS-IC-IDX) NOT = 'O'
                    ADD 1 TO WS-IC-CHECKED
                    MOVE WS-CL-NAME(WS-IC-IDX) TO WS-IC-KEY
                    MOVE WS-CL-AMOUNT(WS-IC-IDX) TO WS-IC-AMT-DISPLAY
                    MOVE WS-IC-AMT-DISPLAY TO WS-IC-VALUE-A
                    MOVE "ABSENT" TO WS-IC-VALUE-B
                    MOVE "ABSENT DU FICHIER MAITRE" TO WS-IC-TYPE
                    PERFORM PROC-IC-WRITE-EXCEPTION
                 END-IF
              END-PERFORM
           END-IF
           EXIT.

       PROC-IC-CLIENTS-ONE.
           ADD 1 TO WS-IC-CHECKED
           SET WS-IC-NOT-FOUND TO TRUE
           PERFORM VARYING WS-IC-FIND-IDX FROM 1 BY 1
              UNTIL WS-IC-FIND-IDX > WS-CL-COUNT
              OR WS-IC-FOUND
              IF WS-CL-VALID(WS-IC-FIND-IDX) = 'O'
                 AND WS-IC-CL-SEEN(WS-IC-FIND-IDX) NOT = 'O'
                 AND FUNCTION TRIM (WS-CL-NAME(WS-IC-FIND-IDX)) =
                    FUNCTION TRIM (FS-CM-NAME)
                 SET WS-IC-FOUND TO TRUE
              END-IF
           END-PERFORM

           MOVE FS-CM-NAME TO WS-IC-KEY
           MOVE FS-CM-AMOUNT TO WS-IC-AMT-DISPLAY
           MOVE WS-IC-AMT-DISPLAY TO WS-IC-VALUE-B
           IF WS-IC-NOT-FOUND
              MOVE "ABSENT" TO WS-IC-VALUE-A
              MOVE "ABSENT DE clients.txt" TO WS-IC-TYPE
              PERFORM PROC-IC-WRITE-EXCEPTION
           ELSE
              SUBTRACT 1 FROM WS-IC-FIND-IDX
              MOVE 'O' TO WS-IC-CL-SEEN(WS-IC-FIND-IDX)
              IF WS-CL-AMOUNT(WS-IC-FIND-IDX) NOT = FS-CM-AMOUNT
                 MOVE WS-CL-AMOUNT(WS-IC-FIND-IDX) TO
                    WS-IC-AMT-DISPLAY
                 MOVE WS-IC-AMT-DISPLAY TO WS-IC-VALUE-A
                 MOVE "SOLDE DIFFERENT" TO WS-IC-TYPE
                 PERFORM PROC-IC-WRITE-EXCEPTION
              END-IF
           END-IF
           EXIT.

      *    STOCK : LE DERNIER "STOCK=AVANT>APRES" DE CHAQUE ARTICLE
      *    DANS mouvements.txt DOIT ETRE SA QUANTITE DANS
      *    inventory.dat - UN ARTICLE SANS AUCUN MOUVEMENT N'EST PAS
      *    VERIFIABLE ET EST SEULEMENT COMPTE (SANS HISTORIQUE)
       PROC-IC-STOCK.
           MOVE "STOCK" TO WS-IC-CHECK
           MOVE "A = inventory.dat  B = mouvements.txt" TO WS-IC-KEY
           PERFORM PROC-IC-BEGIN-CHECK

           INITIALIZE TAB-ITEMS
           PERFORM PROC-LOAD-INVENTORY
           INITIALIZE TAB-IC-ART
           INITIALIZE TAB-IC-UNK
           MOVE ZERO TO WS-IC-UNK-COUNT
           MOVE ZERO TO WS-IC-UNK-LOST

           IF FC-INV NOT = "00" AND FC-INV NOT = "10"
              MOVE "inventory.dat" TO WS-IC-KEY
              MOVE FC-INV TO WS-IC-VALUE-A
              MOVE SPACES TO WS-IC-VALUE-B
              MOVE "FICHIER ILLISIBLE" TO WS-IC-TYPE
              PERFORM PROC-IC-WRITE-EXCEPTION
           ELSE
              SET WS-IC-NOT-EOF TO TRUE
              OPEN INPUT MOVEMENT-FILE
              IF FC-MVT NOT = "00"
                 SET WS-IC-EOF TO TRUE
              END-IF
              PERFORM UNTIL WS-IC-EOF
                 READ MOVEMENT-FILE
                    AT END SET WS-IC-EOF TO TRUE
                    NOT AT END
                       IF FS-MVT-RECORD NOT = SPACES
                          PERFORM PROC-IC-PARSE-MOVEMENT
                          PERFORM PROC-IC-STOCK-ONE
                       END-IF
                 END-READ
              END-PERFORM
              IF FC-MVT NOT = "35"
                 CLOSE MOVEMENT-FILE
              END-IF

              PERFORM PROC-IC-STOCK-COMPARE
           END-IF

           PERFORM PROC-IC-END-CHECK
           EXIT.

      *    DECOUPE UNE LIGNE DE mouvements.txt (VOIR
      *    PROC-MVT-WRITE-JOURNAL) - LE LIBELLE OCCUPE 10 POSITIONS
       PROC-IC-PARSE-MOVEMENT.
           MOVE SPACES TO WS-IC-MVT-NAME
           MOVE SPACES TO WS-IC-MVT-QTE-TEXT
           MOVE SPACES TO WS-IC-MVT-OLD-TEXT
           MOVE SPACES TO WS-IC-MVT-NEW-TEXT
           MOVE SPACES TO WS-IC-MVT-DATE-TEXT
           MOVE SPACES TO WS-IC-MVT-CMD-TEXT
           UNSTRING FS-MVT-RECORD(11:90)
               DELIMITED BY " QTE=" OR " STOCK=" OR ">" OR " DATE="
                  OR " CMD="
               INTO WS-IC-MVT-NAME, WS-IC-MVT-QTE-TEXT,
                    WS-IC-MVT-OLD-TEXT, WS-IC-MVT-NEW-TEXT,
                    WS-IC-MVT-DATE-TEXT, WS-IC-MVT-CMD-TEXT

           MOVE ZERO TO WS-IC-MVT-QTE
           IF WS-IC-MVT-QTE-TEXT(1:3) IS NUMERIC
              MOVE WS-IC-MVT-QTE-TEXT(1:3) TO WS-IC-MVT-QTE
           END-IF
           MOVE ZERO TO WS-IC-MVT-NEW
           IF WS-IC-MVT-NEW-TEXT(1:3) IS NUMERIC
              MOVE WS-IC-MVT-NEW-TEXT(1:3) TO WS-IC-MVT-NEW
           END-IF
           MOVE ZERO TO WS-IC-MVT-CMD
           IF WS-IC-MVT-CMD-TEXT(1:6) IS NUMERIC
              MOVE WS-IC-MVT-CMD-TEXT(1:6) TO WS-IC-MVT-CMD
           END-IF
           EXIT.

       PROC-IC-STOCK-ONE.
           SET WS-IC-NOT-FOUND TO TRUE
           PERFORM VARYING WS-IC-FIND-IDX FROM 1 BY 1
              UNTIL WS-IC-FIND-IDX > WS-INV-LOAD-COUNT
              OR WS-IC-FOUND
              IF FUNCTION TRIM (WS-IT-NAME(WS-IC-FIND-IDX)) =
                 FUNCTION TRIM (WS-IC-MVT-NAME)
                 SET WS-IC-FOUND TO TRUE
              END-IF
           END-PERFORM

           IF WS-IC-FOUND
              SUBTRACT 1 FROM WS-IC-FIND-IDX
              MOVE 'O' TO WS-IC-ART-SEEN(WS-IC-FIND-IDX)
              MOVE WS-IC-MVT-NEW TO WS-IC-ART-LAST(WS-IC-FIND-IDX)
           ELSE
              SET WS-IC-NOT-FOUND TO TRUE
              PERFORM VARYING WS-IC-FIND-IDX FROM 1 BY 1
                 UNTIL WS-IC-FIND-IDX > WS-IC-UNK-COUNT
                 OR WS-IC-FOUND
                 IF WS-IC-UNK-NAME(WS-IC-FIND-IDX) = WS-IC-MVT-NAME
                    SET WS-IC-FOUND TO TRUE
                 END-IF
              END-PERFORM
              EVALUATE TRUE
                 WHEN WS-IC-FOUND
                    SUBTRACT 1 FROM WS-IC-FIND-IDX
                    MOVE WS-IC-MVT-NEW TO
                       WS-IC-UNK-LAST(WS-IC-FIND-IDX)
                 WHEN WS-IC-UNK-COUNT < WS-IC-UNK-CAPACITY
                    ADD 1 TO WS-IC-UNK-COUNT
                    MOVE WS-IC-MVT-NAME TO
                       WS-IC-UNK-NAME(WS-IC-UNK-COUNT)
                    MOVE WS-IC-MVT-NEW TO
                       WS-IC-UNK-LAST(WS-IC-UNK-COUNT)
                 WHEN OTHER
                    ADD 1 TO WS-IC-UNK-LOST
              END-EVALUATE
           END-IF
           EXIT.

       PROC-IC-STOCK-COMPARE.
           PERFORM VARYING WS-IC-IDX FROM 1 BY 1
              UNTIL WS-IC-IDX > WS-INV-LOAD-COUNT
              IF WS-IC-ART-SEEN(WS-IC-IDX) = 'O'
                 ADD 1 TO WS-IC-CHECKED
                 MOVE WS-IT-QTE(WS-IC-IDX) TO WS-CALC-QTE-NUM
                 IF WS-CALC-QTE-NUM NOT = WS-IC-ART-LAST(WS-IC-IDX)
                    MOVE WS-IT-NAME(WS-IC-IDX) TO WS-IC-KEY
                    MOVE WS-CALC-QTE-NUM TO WS-IC-QTE-DISPLAY
                    MOVE WS-IC-QTE-DISPLAY TO WS-IC-VALUE-A
                    MOVE WS-IC-ART-LAST(WS-IC-IDX) TO
                       WS-IC-QTE-DISPLAY
                    MOVE WS-IC-QTE-DISPLAY TO WS-IC-VALUE-B
                    MOVE "QUANTITE DIFFERENTE" TO WS-IC-TYPE
                    PERFORM PROC-IC-WRITE-EXCEPTION
                 END-IF
              ELSE
                 ADD 1 TO WS-IC-NO-HISTORY
              END-IF
           END-PERFORM

           PERFORM VARYING WS-IC-IDX FROM 1 BY 1
              UNTIL WS-IC-IDX > WS-IC-UNK-COUNT
              ADD 1 TO WS-IC-CHECKED
              MOVE WS-IC-UNK-NAME(WS-IC-IDX) TO WS-IC-KEY
              MOVE "ABSENT" TO WS-IC-VALUE-A
              MOVE WS-IC-UNK-LAST(WS-IC-IDX) TO WS-IC-QTE-DISPLAY
              MOVE WS-IC-QTE-DISPLAY TO WS-IC-VALUE-B
              MOVE "ARTICLE ABSENT DE L'INVENTAIRE" TO WS-IC-TYPE
              PERFORM PROC-IC-WRITE-EXCEPTION
           END-PERFORM

           IF WS-IC-UNK-LOST > 0
              MOVE "(AUTRES ARTICLES)" TO WS-IC-KEY
              MOVE "ABSENT" TO WS-IC-VALUE-A
              MOVE WS-IC-UNK-LOST TO WS-IC-COUNT-DISPLAY
              MOVE WS-IC-COUNT-DISPLAY TO WS-IC-VALUE-B
              MOVE "ARTICLE ABSENT DE L'INVENTAIRE" TO WS-IC-TYPE
              PERFORM PROC-IC-WRITE-EXCEPTION
           END-IF
           EXIT.

      *    COMMANDES : CHAQUE LIGNE 'R' DE commandes.txt DOIT AVOIR
      *    SES RECEPTIONS CMD=NUMERO SUR LE MEME ARTICLE DANS
      *    mouvements.txt, POUR LA QUANTITE RECUE (LA QUANTITE
      *    COMMANDEE SUR LES LIGNES QUI NE PORTENT PAS LA QUANTITE
      *    RECUE) - ET UNE RECEPTION CMD= DOIT AVOIR SA LIGNE RECUE
       PROC-IC-ORDERS.
           MOVE "COMMANDES" TO WS-IC-CHECK
           MOVE "A = commandes.txt  B = mouvements.txt" TO WS-IC-KEY
           PERFORM PROC-IC-BEGIN-CHECK

           PERFORM PROC-PO-LOAD
           INITIALIZE TAB-IC-PO

           IF WS-PO-LOST-COUNT > 0
              MOVE "commandes.txt" TO WS-IC-KEY
              MOVE WS-PO-LOST-COUNT TO WS-IC-COUNT-DISPLAY
              MOVE WS-IC-COUNT-DISPLAY TO WS-IC-VALUE-A
              MOVE SPACES TO WS-IC-VALUE-B
              MOVE "TABLE COMMANDES PLEINE" TO WS-IC-TYPE
              PERFORM PROC-IC-WRITE-EXCEPTION
           ELSE
              SET WS-IC-NOT-EOF TO TRUE
              OPEN INPUT MOVEMENT-FILE
              IF FC-MVT NOT = "00"
                 SET WS-IC-EOF TO TRUE
              END-IF
              PERFORM UNTIL WS-IC-EOF
                 READ MOVEMENT-FILE
                    AT END SET WS-IC-EOF TO TRUE
                    NOT AT END
                       IF FS-MVT-RECORD NOT = SPACES
                          PERFORM PROC-IC-PARSE-MOVEMENT
                          IF WS-IC-MVT-CMD > 0
                             PERFORM PROC-IC-ORDERS-ONE
                          END-IF
                       END-IF
                 END-READ
              END-PERFORM
              IF FC-MVT NOT = "35"
                 CLOSE MOVEMENT-FILE
              END-IF

              PERFORM PROC-IC-ORDERS-COMPARE
           END-IF

           PERFORM PROC-IC-END-CHECK
           EXIT.

       PROC-IC-ORDERS-ONE.
           SET WS-IC-NOT-FOUND TO TRUE
           PERFORM VARYING WS-IC-FIND-IDX FROM 1 BY 1
              UNTIL WS-IC-FIND-IDX > WS-PO-COUNT
              OR WS-IC-FOUND
              IF WS-PO-NUMBER(WS-IC-FIND-IDX) = WS-IC-MVT-CMD
                 AND WS-PO-STATUS(WS-IC-FIND-IDX) = 'R'
                 AND FUNCTION TRIM (WS-PO-ITEM(WS-IC-FIND-IDX)) =
                    FUNCTION TRIM (WS-IC-MVT-NAME)
                 SET WS-IC-FOUND TO TRUE
              END-IF
           END-PERFORM

           IF WS-IC-FOUND
              SUBTRACT 1 FROM WS-IC-FIND-IDX
              ADD WS-IC-MVT-QTE TO WS-IC-PO-MVT-QTE(WS-IC-FIND-IDX)
           ELSE
              ADD 1 TO WS-IC-CHECKED
              MOVE SPACES TO WS-IC-KEY
              STRING
                 WS-IC-MVT-CMD DELIMITED BY SIZE
                 " " DELIMITED BY SIZE
                 WS-IC-MVT-NAME DELIMITED BY SIZE
                 INTO WS-IC-KEY
              END-STRING
              MOVE "ABSENT" TO WS-IC-VALUE-A
              MOVE WS-IC-MVT-QTE TO WS-IC-QTE-DISPLAY
              MOVE WS-IC-QTE-DISPLAY TO WS-IC-VALUE-B
              MOVE "RECEPTION HORS COMMANDE" TO WS-IC-TYPE
              PERFORM PROC-IC-WRITE-EXCEPTION
           END-IF
           EXIT.

       PROC-IC-ORDERS-COMPARE.
           PERFORM VARYING WS-IC-IDX FROM 1 BY 1
              UNTIL WS-IC-IDX > WS-PO-COUNT
              IF WS-PO-STATUS(WS-IC-IDX) = 'R'
                 ADD 1 TO WS-IC-CHECKED
                 IF WS-PO-GOT(WS-IC-IDX) > 0
                    MOVE WS-PO-GOT(WS-IC-IDX) TO WS-IC-PO-EXPECTED
                 ELSE
                    MOVE WS-PO-QTE(WS-IC-IDX) TO WS-IC-PO-EXPECTED
                 END-IF
                 IF WS-IC-PO-MVT-QTE(WS-IC-IDX) NOT =
                    WS-IC-PO-EXPECTED
                    MOVE SPACES TO WS-IC-KEY
                    STRING
                       WS-PO-NUMBER(WS-IC-IDX) DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       WS-PO-ITEM(WS-IC-IDX) DELIMITED BY SIZE
                       INTO WS-IC-KEY
                    END-STRING
                    MOVE WS-IC-PO-EXPECTED TO WS-IC-QTE-DISPLAY
                    MOVE WS-IC-QTE-DISPLAY TO WS-IC-VALUE-A
                    MOVE WS-IC-PO-MVT-QTE(WS-IC-IDX) TO
                       WS-IC-QTE-DISPLAY
                    MOVE WS-IC-QTE-DISPLAY TO WS-IC-VALUE-B
                    IF WS-IC-PO-MVT-QTE(WS-IC-IDX) = 0
                       MOVE "RECEPTION SANS MOUVEMENT" TO WS-IC-TYPE
                    ELSE
                       MOVE "QUANTITE RECUE DIFFERENTE" TO WS-IC-TYPE
                    END-IF
                    PERFORM PROC-IC-WRITE-EXCEPTION
                 END-IF
              END-IF
           END-PERFORM
           EXIT.

      *    VENTES : CHAQUE LIGNE VENTE DE ventes.txt DOIT AVOIR SA
      *    FACTURE facture_NNNNNN.txt, CHAQUE LIGNE AVOIR SON AVOIR
      *    avoir_NNNNNN.txt, AVEC LE MEME TOTAL TTC (EN VALEUR ABSOLUE
      *    POUR LES AVOIRS, NEGATIFS DANS LE JOURNAL)
       PROC-IC-SALES.
           MOVE "VENTES" TO WS-IC-CHECK
           MOVE "A = ventes.txt  B = facture/avoir" TO WS-IC-KEY
           PERFORM PROC-IC-BEGIN-CHECK

           SET WS-IC-NOT-EOF TO TRUE
           OPEN INPUT SALES-JOURNAL-FILE
           IF FC-VNT NOT = "00"
              SET WS-IC-EOF TO TRUE
           END-IF
           PERFORM UNTIL WS-IC-EOF
              READ SALES-JOURNAL-FILE
                 AT END SET WS-IC-EOF TO TRUE
                 NOT AT END
                    IF FS-VNT-LINE(1:14) = "VENTE FACTURE="
                       OR FS-VNT-LINE(1:14) = "AVOIR FACTURE="
                       PERFORM PROC-IC-SALES-ONE
                    END-IF
              END-READ
           END-PERFORM
           IF FC-VNT NOT = "35"
              CLOSE SALES-JOURNAL-FILE
           END-IF

           PERFORM PROC-IC-END-CHECK
           EXIT.

       PROC-IC-SALES-ONE.
           ADD 1 TO WS-IC-CHECKED
           MOVE SPACES TO WS-IC-VNT-HEAD
           MOVE SPACES TO WS-IC-VNT-TTC-TEXT
           MOVE SPACES TO WS-IC-VNT-REST
           MOVE SPACES TO WS-IC-VNT-AVOIR-TEXT
           UNSTRING FS-VNT-LINE
               DELIMITED BY " TTC=" OR " DATE=" OR " AVOIR="
               INTO WS-IC-VNT-HEAD, WS-IC-VNT-TTC-TEXT,
                    WS-IC-VNT-REST, WS-IC-VNT-AVOIR-TEXT
           MOVE ZERO TO WS-IC-VNT-TTC
           IF FUNCTION TEST-NUMVAL (WS-IC-VNT-TTC-TEXT) = 0
              COMPUTE WS-IC-VNT-TTC =
                 FUNCTION NUMVAL (WS-IC-VNT-TTC-TEXT)
           END-IF

           MOVE SPACES TO WS-HK-ARCHIVE-NAME
           MOVE SPACES TO WS-IC-KEY
           IF FS-VNT-LINE(1:5) = "VENTE"
              STRING
                 "facture_" DELIMITED BY SIZE
                 FS-VNT-LINE(15:6) DELIMITED BY SIZE
                 ".txt" DELIMITED BY SIZE
                 INTO WS-HK-ARCHIVE-NAME
              END-STRING
              STRING
                 "FACTURE " DELIMITED BY SIZE
                 FS-VNT-LINE(15:6) DELIMITED BY SIZE
                 INTO WS-IC-KEY
              END-STRING
           ELSE
              COMPUTE WS-IC-VNT-TTC = 0 - WS-IC-VNT-TTC
              STRING
                 "avoir_" DELIMITED BY SIZE
                 WS-IC-VNT-AVOIR-TEXT(1:6) DELIMITED BY SIZE
                 ".txt" DELIMITED BY SIZE
                 INTO WS-HK-ARCHIVE-NAME
              END-STRING
              STRING
                 "AVOIR " DELIMITED BY SIZE
                 WS-IC-VNT-AVOIR-TEXT(1:6) DELIMITED BY SIZE
                 " FACTURE " DELIMITED BY SIZE
                 FS-VNT-LINE(15:6) DELIMITED BY SIZE
                 INTO WS-IC-KEY
              END-STRING
           END-IF
           MOVE WS-IC-VNT-TTC TO WS-IC-AMT-DISPLAY
           MOVE WS-IC-AMT-DISPLAY TO WS-IC-VALUE-A

           SET WS-IC-DOC-NO-TOTAL TO TRUE
           MOVE ZERO TO WS-IC-DOC-TTC
           OPEN INPUT ARCHIVE-FILE
           IF FC-ARC NOT = "00"
              MOVE "ABSENT" TO WS-IC-VALUE-B
              MOVE "DOCUMENT ABSENT" TO WS-IC-TYPE
              PERFORM PROC-IC-WRITE-EXCEPTION
           ELSE
              SET WS-IC-DOC-NOT-EOF TO TRUE
              PERFORM UNTIL WS-IC-DOC-EOF
                 READ ARCHIVE-FILE
                    AT END SET WS-IC-DOC-EOF TO TRUE
                    NOT AT END
                       IF FS-ARC-LINE(1:11) = "TOTAL TTC: "
                          AND FUNCTION TEST-NUMVAL
                             (FS-ARC-LINE(12:12)) = 0
                          SET WS-IC-DOC-TOTAL TO TRUE
                          COMPUTE WS-IC-DOC-TTC =
                             FUNCTION NUMVAL (FS-ARC-LINE(12:12))
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE ARCHIVE-FILE

              EVALUATE TRUE
                 WHEN WS-IC-DOC-NO-TOTAL
                    MOVE "ILLISIBLE" TO WS-IC-VALUE-B
                    MOVE "TOTAL TTC ABSENT DU DOCUMENT" TO WS-IC-TYPE
                    PERFORM PROC-IC-WRITE-EXCEPTION
                 WHEN WS-IC-DOC-TTC NOT = WS-IC-VNT-TTC
                    MOVE WS-IC-DOC-TTC TO WS-IC-AMT-DISPLAY
                    MOVE WS-IC-AMT-DISPLAY TO WS-IC-VALUE-B
                    MOVE "MONTANT DIFFERENT" TO WS-IC-TYPE
                    PERFORM PROC-IC-WRITE-EXCEPTION
                 WHEN OTHER
                    CONTINUE
              END-EVALUATE
           END-IF
           EXIT.

      *    INVENTAIRE PHYSIQUE (OPTION 23) EN TROIS TEMPS : PHOTO DE
      *    inventory.dat ET FEUILLES DE COMPTAGE, SAISIE DES
      *    QUANTITES COMPTEES (CLAVIER OU FICHIER comptages.txt AU
      *    FORMAT NOM;QTE), RAPPORT DES ECARTS VALORISES AU PRIX
      *    FS-INV-PRICE - LA VALIDATION PAR UN SUPERVISEUR PASSE LES
      *    ECARTS EN LIGNES AJUSTEMENT DANS mouvements.txt ET LES
      *    APPLIQUE A inventory.dat
       PROC-STOCK-TAKE.
           SET WS-NOUT-OF-IP-LOOP TO TRUE
           MOVE ZERO TO WS-IP-ACTION-COUNT
           PERFORM PROC-IP-LOAD
           IF WS-IP-OPEN
              DISPLAY "Inventaire ouvert - photo du "
                 WS-IP-PHOTO-DATE " par "
                 FUNCTION TRIM (WS-IP-PHOTO-OPER) "."
           ELSE
              DISPLAY "Aucun inventaire ouvert."
           END-IF
           PERFORM PROC-IP-MENU
           ACCEPT WS-IP-CHOICE
           PERFORM PROC-LOOP-IP-CHOICE
           EXIT.

       PROC-IP-MENU.
           DISPLAY " "
           DISPLAY "--------------------------------------------------"
           DISPLAY "|            Inventaire physique                 |"
           DISPLAY "|------------------------------------------------|"
           DISPLAY "|                                                |"
           DISPLAY "| 1 - Ouvrir (photo et feuilles de comptage).    |"
           DISPLAY "| 2 - Saisir les comptages au clavier.           |"
           DISPLAY "| 3 - Importer les comptages (comptages.txt).    |"
           DISPLAY "| 4 - Rapport des écarts.                        |"
           DISPLAY "| 5 - Valider et passer les ajustements.         |"
           DISPLAY "| 6 - Abandonner l'inventaire en cours.          |"
           DISPLAY "| 0 - Quitter.                                   |"
           DISPLAY "|                                                |"
           DISPLAY "--------------------------------------------------"
           DISPLAY " "
           DISPLAY "Que voulez-vous faire?"
           EXIT.

       PROC-LOOP-IP-CHOICE.
           PERFORM UNTIL WS-IP-CHOICE = 0 OR WS-OUT-OF-IP-LOOP
              EVALUATE WS-IP-CHOICE
                 WHEN 0
                    DISPLAY " "
                 WHEN 1
                    PERFORM PROC-IP-OPEN
                    SET WS-OUT-OF-IP-LOOP TO TRUE
                 WHEN 2
                    PERFORM PROC-IP-ENTER
                    SET WS-OUT-OF-IP-LOOP TO TRUE
                 WHEN 3
                    PERFORM PROC-IP-IMPORT
                    SET WS-OUT-OF-IP-LOOP TO TRUE
                 WHEN 4
                    PERFORM PROC-IP-REPORT
                    SET WS-OUT-OF-IP-LOOP TO TRUE
                 WHEN 5
                    PERFORM PROC-IP-POST
                    SET WS-OUT-OF-IP-LOOP TO TRUE
                 WHEN 6
                    PERFORM PROC-IP-CANCEL
                    SET WS-OUT-OF-IP-LOOP TO TRUE
                 WHEN OTHER
                    DISPLAY "Choix invalide."
                    DISPLAY "Sélectionner une valeur entre 0 et 6."
                    SET WS-OUT-OF-IP-LOOP TO TRUE
              END-EVALUATE
           END-PERFORM
           EXIT.

      *    CHARGE LA PHOTO EN COURS (inventairephys.txt) DANS TAB-IP
      *    - L'INVENTAIRE EST OUVERT SI LA LIGNE PHOTO EST PRESENTE
       PROC-IP-LOAD.
           MOVE ZERO TO WS-IP-LINE-COUNT
           MOVE ZERO TO WS-IP-PHOTO-DATE
           MOVE SPACES TO WS-IP-PHOTO-OPER
           INITIALIZE TAB-IP
           SET WS-IP-NOT-OPEN TO TRUE
           SET WS-IP-NOT-EOF TO TRUE

           OPEN INPUT STOCK-TAKE-FILE
           IF FC-IPH NOT = "00"
              SET WS-IP-EOF TO TRUE
           END-IF

           PERFORM UNTIL WS-IP-EOF
              READ STOCK-TAKE-FILE
                 AT END SET WS-IP-EOF TO TRUE
                 NOT AT END
                    IF FS-IPH-LINE NOT = SPACES
                       PERFORM PROC-IP-LOAD-ONE
                    END-IF
              END-READ
           END-PERFORM

           IF FC-IPH NOT = "35"
              CLOSE STOCK-TAKE-FILE
           END-IF
           EXIT.

       PROC-IP-LOAD-ONE.
           MOVE SPACES TO WS-IP-NAME-TEXT
           MOVE SPACES TO WS-IP-PRICE-TEXT
           MOVE SPACES TO WS-IP-BOOK-TEXT
           MOVE SPACES TO WS-IP-COUNT-TEXT
           MOVE SPACES TO WS-IP-FLAG-TEXT
           INSPECT FS-IPH-LINE REPLACING ALL ";" BY "|"
           UNSTRING FS-IPH-LINE DELIMITED BY "|"
               INTO WS-IP-NAME-TEXT, WS-IP-PRICE-TEXT,
                    WS-IP-BOOK-TEXT, WS-IP-COUNT-TEXT,
                    WS-IP-FLAG-TEXT

           EVALUATE TRUE
              WHEN WS-IP-NAME-TEXT = "PHOTO"
                 SET WS-IP-OPEN TO TRUE
                 IF WS-IP-PRICE-TEXT(1:8) IS NUMERIC
                    MOVE WS-IP-PRICE-TEXT(1:8) TO WS-IP-PHOTO-DATE
                 END-IF
                 MOVE WS-IP-BOOK-TEXT TO WS-IP-PHOTO-OPER
              WHEN WS-IP-LINE-COUNT < WS-IP-CAPACITY
                 ADD 1 TO WS-IP-LINE-COUNT
                 MOVE WS-IP-NAME-TEXT TO WS-IP-NAME(WS-IP-LINE-COUNT)
                 MOVE ZERO TO WS-IP-PRICE(WS-IP-LINE-COUNT)
                 IF WS-IP-PRICE-TEXT NOT = SPACES
                    AND FUNCTION TEST-NUMVAL (WS-IP-PRICE-TEXT) = 0
                    COMPUTE WS-IP-PRICE(WS-IP-LINE-COUNT) =
                       FUNCTION NUMVAL (WS-IP-PRICE-TEXT)
                 END-IF
                 MOVE ZERO TO WS-IP-BOOK(WS-IP-LINE-COUNT)
                 IF WS-IP-BOOK-TEXT(1:3) IS NUMERIC
                    MOVE WS-IP-BOOK-TEXT(1:3) TO
                       WS-IP-BOOK(WS-IP-LINE-COUNT)
                 END-IF
                 MOVE ZERO TO WS-IP-COUNT(WS-IP-LINE-COUNT)
                 IF WS-IP-COUNT-TEXT(1:3) IS NUMERIC
                    MOVE WS-IP-COUNT-TEXT(1:3) TO
                       WS-IP-COUNT(WS-IP-LINE-COUNT)
                 END-IF
                 IF WS-IP-FLAG-TEXT(1:1) = 'O'
                    MOVE 'O' TO WS-IP-COUNTED(WS-IP-LINE-COUNT)
                 ELSE
                    MOVE 'N' TO WS-IP-COUNTED(WS-IP-LINE-COUNT)
                 END-IF
              WHEN OTHER
                 CONTINUE
           END-EVALUATE
           EXIT.

       PROC-IP-SAVE.
           OPEN OUTPUT STOCK-TAKE-FILE
           IF FC-IPH NOT = "00"
              DISPLAY "Erreur à l'ouverture"
              DISPLAY "FS INVENTAIRE PHYSIQUE: " FC-IPH
           ELSE
              MOVE SPACES TO FS-IPH-LINE
              STRING
                 "PHOTO;" DELIMITED BY SIZE
                 WS-IP-PHOTO-DATE DELIMITED BY SIZE
                 ";" DELIMITED BY SIZE
                 FUNCTION TRIM (WS-IP-PHOTO-OPER) DELIMITED BY SIZE
                 INTO FS-IPH-LINE
              END-STRING
              WRITE FS-IPH-LINE

              PERFORM VARYING WS-IP-IDX FROM 1 BY 1
                 UNTIL WS-IP-IDX > WS-IP-LINE-COUNT
                 MOVE WS-IP-PRICE(WS-IP-IDX) TO WS-IP-PRICE-DISPLAY
                 MOVE SPACES TO FS-IPH-LINE
                 STRING
                    FUNCTION TRIM (WS-IP-NAME(WS-IP-IDX))
                       DELIMITED BY SIZE
                    ";" DELIMITED BY SIZE
                    FUNCTION TRIM (WS-IP-PRICE-DISPLAY)
                       DELIMITED BY SIZE
                    ";" DELIMITED BY SIZE
                    WS-IP-BOOK(WS-IP-IDX) DELIMITED BY SIZE
                    ";" DELIMITED BY SIZE
                    WS-IP-COUNT(WS-IP-IDX) DELIMITED BY SIZE
                    ";" DELIMITED BY SIZE
                    WS-IP-COUNTED(WS-IP-IDX) DELIMITED BY SIZE
                    INTO FS-IPH-LINE
                 END-STRING
                 WRITE FS-IPH-LINE
              END-PERFORM
              CLOSE STOCK-TAKE-FILE
           END-IF
           EXIT.

      *    OUVERTURE : PHOTO DE inventory.dat ET FEUILLES DE COMPTAGE
      *    (feuillescomptage.txt) - inventory.dat EST LU DANS L'ORDRE
      *    DE SA CLE FS-INV-NAME, LA PHOTO ET LES FEUILLES SONT DONC
      *    TRIEES PAR ARTICLE - UN SEUL INVENTAIRE OUVERT A LA FOIS
       PROC-IP-OPEN.
           IF WS-IP-OPEN
              DISPLAY "*** Inventaire déjà ouvert (photo du "
                 WS-IP-PHOTO-DATE ") - le valider ou l'abandonner "
                 "d'abord. ***"
           ELSE
              INITIALIZE TAB-ITEMS
              PERFORM PROC-LOAD-INVENTORY
              IF WS-INV-LOAD-COUNT = 0
                 DISPLAY "*** INVENTAIRE VIDE OU ILLISIBLE - "
                    "OUVERTURE IMPOSSIBLE ***"
              ELSE
                 MOVE ZERO TO WS-IP-LINE-COUNT
                 INITIALIZE TAB-IP
                 PERFORM VARYING WS-IP-IDX FROM 1 BY 1
                    UNTIL WS-IP-IDX > WS-INV-LOAD-COUNT
                    ADD 1 TO WS-IP-LINE-COUNT
                    MOVE WS-IT-NAME(WS-IP-IDX) TO
                       WS-IP-NAME(WS-IP-LINE-COUNT)
                    MOVE WS-IT-PRICE(WS-IP-IDX) TO WS-CALC-PRICE-NUM
                    MOVE WS-CALC-PRICE-NUM TO
                       WS-IP-PRICE(WS-IP-LINE-COUNT)
                    MOVE WS-IT-QTE(WS-IP-IDX) TO
                       WS-IP-BOOK(WS-IP-LINE-COUNT)
                    MOVE ZERO TO WS-IP-COUNT(WS-IP-LINE-COUNT)
                    MOVE 'N' TO WS-IP-COUNTED(WS-IP-LINE-COUNT)
                 END-PERFORM
                 MOVE WS-BD-DATE TO WS-IP-PHOTO-DATE
                 MOVE WS-OP-ID TO WS-IP-PHOTO-OPER
                 SET WS-IP-OPEN TO TRUE
                 PERFORM PROC-IP-SAVE
                 PERFORM PROC-IP-PRINT-SHEETS
                 MOVE WS-IP-LINE-COUNT TO WS-IP-ACTION-COUNT
                 DISPLAY "Photo prise : " WS-IP-LINE-COUNT
                    " article(s) - feuilles dans "
                    "feuillescomptage.txt."
              END-IF
           END-IF
           EXIT.

      *    FEUILLES DE COMPTAGE : LE STOCK LIVRE N'Y FIGURE PAS, POUR
      *    QUE LE COMPTAGE SE FASSE A L'AVEUGLE
       PROC-IP-PRINT-SHEETS.
           OPEN OUTPUT COUNT-SHEET-FILE
           IF FC-IPS NOT = "00"
              DISPLAY "Erreur à l'ouverture"
              DISPLAY "FS FEUILLES DE COMPTAGE: " FC-IPS
           ELSE
              MOVE SPACES TO FS-IPS-LINE
              STRING
                 "FEUILLE DE COMPTAGE - INVENTAIRE DU "
                    DELIMITED BY SIZE
                 WS-BD-DATE-TEXT DELIMITED BY SIZE
                 INTO FS-IPS-LINE
              END-STRING
              WRITE FS-IPS-LINE
              MOVE ALL "-" TO FS-IPS-LINE
              WRITE FS-IPS-LINE
              MOVE SPACES TO FS-IPS-LINE
              STRING
                 "NO ARTICLE                        "
                    DELIMITED BY SIZE
                 "QUANTITE COMPTEE   VISA" DELIMITED BY SIZE
                 INTO FS-IPS-LINE
              END-STRING
              WRITE FS-IPS-LINE
              MOVE ALL "-" TO FS-IPS-LINE
              WRITE FS-IPS-LINE

              PERFORM VARYING WS-IP-IDX FROM 1 BY 1
                 UNTIL WS-IP-IDX > WS-IP-LINE-COUNT
                 MOVE SPACES TO FS-IPS-LINE
                 STRING
                    WS-IP-IDX DELIMITED BY SIZE
                    " " DELIMITED BY SIZE
                    WS-IP-NAME(WS-IP-IDX) DELIMITED BY SIZE
                    "   ______________   ______" DELIMITED BY SIZE
                    INTO FS-IPS-LINE
                 END-STRING
                 WRITE FS-IPS-LINE
              END-PERFORM

              MOVE ALL "-" TO FS-IPS-LINE
              WRITE FS-IPS-LINE
              MOVE SPACES TO FS-IPS-LINE
              STRING
                 "COMPTE PAR : ______________   LE : __________"
                    DELIMITED BY SIZE
                 INTO FS-IPS-LINE
              END-STRING
              WRITE FS-IPS-LINE
              CLOSE COUNT-SHEET-FILE
           END-IF
           EXIT.

      *    SAISIE CLAVIER DES QUANTITES COMPTEES - UN ARTICLE DEJA
      *    COMPTE PEUT ETRE RESAISI (RECOMPTAGE), LA DERNIERE SAISIE
      *    L'EMPORTE
       PROC-IP-ENTER.
           IF WS-IP-NOT-OPEN
              DISPLAY "*** Aucun inventaire ouvert. ***"
           ELSE
              SET WS-IP-NOT-STOP TO TRUE
              PERFORM UNTIL WS-IP-STOP
                 DISPLAY " "
                 DISPLAY "Nom de l'article (0 pour terminer) : "
                 MOVE SPACES TO WS-IP-ITEM-NAME
                 ACCEPT WS-IP-ITEM-NAME
                 IF WS-IP-ITEM-NAME = "0"
                    SET WS-IP-STOP TO TRUE
                 ELSE
                    PERFORM PROC-IP-FIND
                    IF WS-IP-NOT-FOUND
                       DISPLAY "Article absent de la photo - "
                          "saisie refusée."
                    ELSE
                       IF WS-IP-COUNTED(WS-IP-FIND-IDX) = 'O'
                          DISPLAY "Recomptage - quantité saisie "
                             "précédemment : "
                             WS-IP-COUNT(WS-IP-FIND-IDX)
                       END-IF
                       DISPLAY "Quantité comptée : "
                       MOVE ZERO TO WS-IP-QTE-IN
                       ACCEPT WS-IP-QTE-IN
                       MOVE WS-IP-QTE-IN TO
                          WS-IP-COUNT(WS-IP-FIND-IDX)
                       MOVE 'O' TO WS-IP-COUNTED(WS-IP-FIND-IDX)
                       ADD 1 TO WS-IP-ACTION-COUNT
                    END-IF
                 END-IF
              END-PERFORM
              PERFORM PROC-IP-SAVE
              DISPLAY WS-IP-ACTION-COUNT " comptage(s) enregistré(s)."
           END-IF
           EXIT.

       PROC-IP-FIND.
           SET WS-IP-NOT-FOUND TO TRUE
           PERFORM VARYING WS-IP-FIND-IDX FROM 1 BY 1
              UNTIL WS-IP-FIND-IDX > WS-IP-LINE-COUNT
              OR WS-IP-FOUND
              IF FUNCTION TRIM (WS-IP-NAME(WS-IP-FIND-IDX)) =
                 FUNCTION TRIM (WS-IP-ITEM-NAME)
                 SET WS-IP-FOUND TO TRUE
              END-IF
           END-PERFORM
           IF WS-IP-FOUND
              SUBTRACT 1 FROM WS-IP-FIND-IDX
           END-IF
           EXIT.

      *    IMPORT DES COMPTAGES (comptages.txt, FORMAT NOM;QTE) -
      *    MEMES CONTROLES ET MEMES CODES MOTIF QUE L'IMPORT DE
      *    L'OPTION 12, LES LIGNES REJETEES PARTENT DANS rejets.txt :
      *    R02 QUANTITE INVALIDE, R04 ARTICLE INCONNU
       PROC-IP-IMPORT.
           IF WS-IP-NOT-OPEN
              DISPLAY "*** Aucun inventaire ouvert. ***"
           ELSE
              MOVE ZERO TO WS-IP-READ-COUNT
              MOVE ZERO TO WS-IP-APPLY-COUNT
              MOVE ZERO TO WS-IP-REJECT-COUNT
              SET WS-IP-NOT-EOF TO TRUE

              OPEN INPUT COUNT-FILE
              IF FC-IPC NOT = "00"
                 DISPLAY "Erreur à l'ouverture"
                 DISPLAY "FS COMPTAGES: " FC-IPC
                 SET WS-IP-EOF TO TRUE
              END-IF
              OPEN OUTPUT REJECTS-FILE

              PERFORM UNTIL WS-IP-EOF
                 READ COUNT-FILE
                    AT END SET WS-IP-EOF TO TRUE
                    NOT AT END
                       IF FS-IPC-LINE NOT = SPACES
                          ADD 1 TO WS-IP-READ-COUNT
                          PERFORM PROC-IP-IMPORT-ONE
                       END-IF
                 END-READ
              END-PERFORM

              IF FC-IPC NOT = "35"
                 CLOSE COUNT-FILE
              END-IF
              CLOSE REJECTS-FILE

              IF WS-IP-APPLY-COUNT > 0
                 PERFORM PROC-IP-SAVE
              END-IF
              MOVE WS-IP-APPLY-COUNT TO WS-IP-ACTION-COUNT

              DISPLAY " "
              DISPLAY "-----------------------------------------------"
                 "---"
              DISPLAY "|           IMPORT DES COMPTAGES              "
                 "   |"
              DISPLAY "-----------------------------------------------"
                 "---"
              DISPLAY "LIGNES LUES                : " WS-IP-READ-COUNT
              DISPLAY "COMPTAGES APPLIQUES        : " WS-IP-APPLY-COUNT
              DISPLAY "LIGNES REJETEES            : "
                 WS-IP-REJECT-COUNT
              DISPLAY " "
           END-IF
           EXIT.

       PROC-IP-IMPORT-ONE.
           MOVE SPACES TO WS-IP-REASON
           MOVE SPACES TO WS-IP-ITEM-NAME
           MOVE SPACES TO WS-IP-COUNT-TEXT
           INSPECT FS-IPC-LINE REPLACING ALL ";" BY "|"
           UNSTRING FS-IPC-LINE DELIMITED BY "|"
               INTO WS-IP-ITEM-NAME, WS-IP-COUNT-TEXT

           IF FUNCTION TEST-NUMVAL (WS-IP-COUNT-TEXT) NOT = 0
              MOVE "R02 QUANTITE INVALIDE" TO WS-IP-REASON
           ELSE
              COMPUTE WS-IP-QTE-NUM =
                 FUNCTION NUMVAL (WS-IP-COUNT-TEXT)
              IF WS-IP-QTE-NUM < 0 OR WS-IP-QTE-NUM > 999
                 MOVE "R02 QUANTITE INVALIDE" TO WS-IP-REASON
              END-IF
           END-IF

           IF WS-IP-REASON = SPACES
              PERFORM PROC-IP-FIND
              IF WS-IP-NOT-FOUND
                 MOVE "R04 ARTICLE INCONNU" TO WS-IP-REASON
              END-IF
           END-IF

           IF WS-IP-REASON = SPACES
              MOVE WS-IP-QTE-NUM TO WS-IP-COUNT(WS-IP-FIND-IDX)
              MOVE 'O' TO WS-IP-COUNTED(WS-IP-FIND-IDX)
              ADD 1 TO WS-IP-APPLY-COUNT
           ELSE
              ADD 1 TO WS-IP-REJECT-COUNT
              MOVE SPACES TO FS-REJ-LINE
              STRING
                 FUNCTION TRIM (WS-IP-REASON) DELIMITED BY SIZE
                 ";" DELIMITED BY SIZE
                 FUNCTION TRIM (WS-IP-ITEM-NAME) DELIMITED BY SIZE
                 ";" DELIMITED BY SIZE
                 FUNCTION TRIM (WS-IP-COUNT-TEXT) DELIMITED BY SIZE
                 INTO FS-REJ-LINE
              END-STRING
              WRITE FS-REJ-LINE
           END-IF
           EXIT.

      *    RAPPORT DES ECARTS (ecartsinventaire.txt ET ECRAN) : PAR
      *    ARTICLE, STOCK LIVRE DE LA PHOTO, QUANTITE COMPTEE, ECART
      *    ET ECART VALORISE AU PRIX DE L'ARTICLE - LES ARTICLES NON
      *    COMPTES SONT SIGNALES ET NE SERONT PAS AJUSTES
       PROC-IP-REPORT.
           IF WS-IP-NOT-OPEN
              DISPLAY "*** Aucun inventaire ouvert. ***"
           ELSE
              PERFORM PROC-IP-VARIANCE
              MOVE WS-IP-VAR-COUNT TO WS-IP-ACTION-COUNT
           END-IF
           EXIT.

       PROC-IP-VARIANCE.
           MOVE ZERO TO WS-IP-COUNTED-COUNT
           MOVE ZERO TO WS-IP-UNCOUNTED-COUNT
           MOVE ZERO TO WS-IP-VAR-COUNT
           MOVE ZERO TO WS-IP-TOTAL-PLUS
           MOVE ZERO TO WS-IP-TOTAL-MINUS
           MOVE ZERO TO WS-IP-TOTAL-NET

           OPEN OUTPUT VARIANCE-REPORT-FILE
           IF FC-IPV NOT = "00"
              DISPLAY "Erreur à l'ouverture"
              DISPLAY "FS ECARTS INVENTAIRE: " FC-IPV
           END-IF

           MOVE SPACES TO FS-IPV-LINE
           STRING
              "ECARTS D'INVENTAIRE - PHOTO DU " DELIMITED BY SIZE
              WS-IP-PHOTO-DATE DELIMITED BY SIZE
              " - EDITE LE " DELIMITED BY SIZE
              WS-BD-DATE-TEXT DELIMITED BY SIZE
              INTO FS-IPV-LINE
           END-STRING
           PERFORM PROC-IP-VARIANCE-WRITE
           MOVE SPACES TO FS-IPV-LINE
           STRING
              "ARTICLE                        LIVRE COMPTE  ECART"
                 DELIMITED BY SIZE
              "  VALEUR ECART" DELIMITED BY SIZE
              INTO FS-IPV-LINE
           END-STRING
           PERFORM PROC-IP-VARIANCE-WRITE
           MOVE ALL "-" TO FS-IPV-LINE
           PERFORM PROC-IP-VARIANCE-WRITE

           PERFORM VARYING WS-IP-IDX FROM 1 BY 1
              UNTIL WS-IP-IDX > WS-IP-LINE-COUNT
              PERFORM PROC-IP-VARIANCE-ONE
           END-PERFORM

           MOVE ALL "-" TO FS-IPV-LINE
           PERFORM PROC-IP-VARIANCE-WRITE
           MOVE WS-IP-TOTAL-PLUS TO WS-IP-AMT-DISPLAY
           MOVE SPACES TO FS-IPV-LINE
           STRING
              "TOTAL DES EXCEDENTS        : " DELIMITED BY SIZE
              WS-IP-AMT-DISPLAY DELIMITED BY SIZE
              INTO FS-IPV-LINE
           END-STRING
           PERFORM PROC-IP-VARIANCE-WRITE
           MOVE WS-IP-TOTAL-MINUS TO WS-IP-AMT-DISPLAY
           MOVE SPACES TO FS-IPV-LINE
           STRING
              "TOTAL DES MANQUANTS        : " DELIMITED BY SIZE
              WS-IP-AMT-DISPLAY DELIMITED BY SIZE
              INTO FS-IPV-LINE
           END-STRING
           PERFORM PROC-IP-VARIANCE-WRITE
           MOVE WS-IP-TOTAL-NET TO WS-IP-AMT-DISPLAY
           MOVE SPACES TO FS-IPV-LINE
           STRING
              "ECART NET VALORISE         : " DELIMITED BY SIZE
              WS-IP-AMT-DISPLAY DELIMITED BY SIZE
              INTO FS-IPV-LINE
           END-STRING
           PERFORM PROC-IP-VARIANCE-WRITE
           MOVE SPACES TO FS-IPV-LINE
           STRING
              "ARTICLES COMPTES: " DELIMITED BY SIZE
              WS-IP-COUNTED-COUNT DELIMITED BY SIZE
              "  EN ECART: " DELIMITED BY SIZE
              WS-IP-VAR-COUNT DELIMITED BY SIZE
              "  NON COMPTES: " DELIMITED BY SIZE
              WS-IP-UNCOUNTED-COUNT DELIMITED BY SIZE
              INTO FS-IPV-LINE
           END-STRING
           PERFORM PROC-IP-VARIANCE-WRITE

           IF FC-IPV = "00"
              CLOSE VARIANCE-REPORT-FILE
           END-IF
           EXIT.

      *    LA LIGNE DU RAPPORT EST AFFICHEE ET ECRITE
       PROC-IP-VARIANCE-WRITE.
           DISPLAY FUNCTION TRIM (FS-IPV-LINE TRAILING)
           IF FC-IPV = "00"
              WRITE FS-IPV-LINE
           END-IF
           EXIT.

       PROC-IP-VARIANCE-ONE.
           MOVE SPACES TO FS-IPV-LINE
           MOVE WS-IP-BOOK(WS-IP-IDX) TO WS-IP-QTE-DISPLAY
           IF WS-IP-COUNTED(WS-IP-IDX) NOT = 'O'
              ADD 1 TO WS-IP-UNCOUNTED-COUNT
              STRING
                 WS-IP-NAME(WS-IP-IDX) DELIMITED BY SIZE
                 " " DELIMITED BY SIZE
                 WS-IP-QTE-DISPLAY DELIMITED BY SIZE
                 "    NON COMPTE" DELIMITED BY SIZE
                 INTO FS-IPV-LINE
              END-STRING
           ELSE
              ADD 1 TO WS-IP-COUNTED-COUNT
              COMPUTE WS-IP-DIFF = WS-IP-COUNT(WS-IP-IDX)
                 - WS-IP-BOOK(WS-IP-IDX)
              COMPUTE WS-IP-VALUE = WS-IP-DIFF * WS-IP-PRICE(WS-IP-IDX)
              IF WS-IP-DIFF NOT = 0
                 ADD 1 TO WS-IP-VAR-COUNT
              END-IF
              IF WS-IP-VALUE > 0
                 ADD WS-IP-VALUE TO WS-IP-TOTAL-PLUS
              ELSE
                 ADD WS-IP-VALUE TO WS-IP-TOTAL-MINUS
              END-IF
              ADD WS-IP-VALUE TO WS-IP-TOTAL-NET
              MOVE WS-IP-DIFF TO WS-IP-DIFF-DISPLAY
              MOVE WS-IP-VALUE TO WS-IP-AMT-DISPLAY
              STRING
                 WS-IP-NAME(WS-IP-IDX) DELIMITED BY SIZE
                 " " DELIMITED BY SIZE
                 WS-IP-QTE-DISPLAY DELIMITED BY SIZE
                 "    " DELIMITED BY SIZE
                 WS-IP-COUNT(WS-IP-IDX) DELIMITED BY SIZE
                 " " DELIMITED BY SIZE
                 WS-IP-DIFF-DISPLAY DELIMITED BY SIZE
                 " " DELIMITED BY SIZE
                 WS-IP-AMT-DISPLAY DELIMITED BY SIZE
                 INTO FS-IPV-LINE
              END-STRING
           END-IF
           PERFORM PROC-IP-VARIANCE-WRITE
           EXIT.

      *    VALIDATION : LE RAPPORT DES ECARTS EST REEDITE, UN
      *    SUPERVISEUR (VALIDEUR DANS operateurs.txt) DONNE SON CODE,
      *    PUIS CHAQUE ECART EST AJOUTE AU STOCK COURANT ET TRACE EN
      *    LIGNE AJUSTEMENT DANS mouvements.txt - UN AJUSTEMENT QUI
      *    MENERAIT HORS DE 0..999 EST REFUSE ET SIGNALE - EN FIN DE
      *    PASSAGE L'INVENTAIRE EST CLOS ET LA LISTE DES ARTICLES
      *    SOUS LE SEUIL DE REAPPRO EST AFFICHEE
       PROC-IP-POST.
           IF WS-IP-NOT-OPEN
              DISPLAY "*** Aucun inventaire ouvert. ***"
           ELSE
              PERFORM PROC-IP-VARIANCE
              IF WS-IP-COUNTED-COUNT = 0
                 DISPLAY "*** Aucun article compté - validation "
                    "impossible. ***"
              ELSE
                 PERFORM PROC-OP-CHECK-APPROVER
                 IF WS-APR-OK
                    PERFORM PROC-IP-POST-RUN
                 ELSE
                    DISPLAY "Validation refusée - inventaire "
                       "conservé."
                 END-IF
              END-IF
           END-IF
           EXIT.

       PROC-IP-POST-RUN.
           MOVE ZERO TO WS-IP-POSTED-COUNT
           MOVE ZERO TO WS-IP-REFUSED-COUNT
           INITIALIZE TAB-ITEMS
           PERFORM PROC-LOAD-INVENTORY

           PERFORM VARYING WS-IP-IDX FROM 1 BY 1
              UNTIL WS-IP-IDX > WS-IP-LINE-COUNT
              IF WS-IP-COUNTED(WS-IP-IDX) = 'O'
                 AND WS-IP-COUNT(WS-IP-IDX) NOT = WS-IP-BOOK(WS-IP-IDX)
                 PERFORM PROC-IP-POST-ONE
              END-IF
           END-PERFORM

           IF WS-IP-POSTED-COUNT > 0
              PERFORM PROC-SAVE-INVENTORY
           END-IF

           OPEN EXTEND VARIANCE-REPORT-FILE
           IF FC-IPV = "00"
              MOVE SPACES TO FS-IPV-LINE
              STRING
                 "VALIDE PAR " DELIMITED BY SIZE
                 FUNCTION TRIM (WS-APR-ID) DELIMITED BY SIZE
                 " LE " DELIMITED BY SIZE
                 WS-BD-DATE-TEXT DELIMITED BY SIZE
                 " - AJUSTEMENTS PASSES: " DELIMITED BY SIZE
                 WS-IP-POSTED-COUNT DELIMITED BY SIZE
                 " REFUSES: " DELIMITED BY SIZE
                 WS-IP-REFUSED-COUNT DELIMITED BY SIZE
                 INTO FS-IPV-LINE
              END-STRING
              WRITE FS-IPV-LINE
              CLOSE VARIANCE-REPORT-FILE
           END-IF

           OPEN OUTPUT STOCK-TAKE-FILE
           IF FC-IPH = "00"
              CLOSE STOCK-TAKE-FILE
           END-IF
           SET WS-IP-NOT-OPEN TO TRUE
           MOVE WS-IP-POSTED-COUNT TO WS-IP-ACTION-COUNT

           DISPLAY " "
           DISPLAY "AJUSTEMENTS PASSES         : " WS-IP-POSTED-COUNT
           DISPLAY "AJUSTEMENTS REFUSES        : " WS-IP-REFUSED-COUNT
           DISPLAY "Inventaire clos - validé par "
              FUNCTION TRIM (WS-APR-ID) "."
           PERFORM PROC-REORDER-REPORT
           EXIT.

       PROC-IP-POST-ONE.
           MOVE WS-IP-NAME(WS-IP-IDX) TO WS-POS-ITEM-NAME
           SET WS-MVT-NOT-FOUND TO TRUE
           PERFORM VARYING WS-MVT-IDX FROM 1 BY 1
              UNTIL WS-MVT-IDX > WS-INV-LOAD-COUNT
              OR WS-MVT-FOUND
              IF FUNCTION TRIM (WS-IT-NAME(WS-MVT-IDX)) =
                 FUNCTION TRIM (WS-POS-ITEM-NAME)
                 SET WS-MVT-FOUND TO TRUE
              END-IF
           END-PERFORM

           IF WS-MVT-NOT-FOUND
              ADD 1 TO WS-IP-REFUSED-COUNT
              DISPLAY "*** " FUNCTION TRIM (WS-IP-NAME(WS-IP-IDX))
                 " : article supprimé depuis la photo - "
                 "ajustement refusé. ***"
           ELSE
              SUBTRACT 1 FROM WS-MVT-IDX
              MOVE WS-IT-QTE(WS-MVT-IDX) TO WS-MVT-OLD-QTE
              COMPUTE WS-IP-DIFF = WS-IP-COUNT(WS-IP-IDX)
                 - WS-IP-BOOK(WS-IP-IDX)
              COMPUTE WS-IP-NEW-QTE = WS-MVT-OLD-QTE + WS-IP-DIFF
              IF WS-IP-NEW-QTE < 0 OR WS-IP-NEW-QTE > 999
                 ADD 1 TO WS-IP-REFUSED-COUNT
                 DISPLAY "*** " FUNCTION TRIM (WS-IP-NAME(WS-IP-IDX))
                    " : stock hors limites après ajustement - "
                    "ajustement refusé. ***"
              ELSE
                 MOVE "A" TO WS-MVT-TYPE
                 MOVE WS-IP-NEW-QTE TO WS-MVT-NEW-QTE
                 IF WS-IP-DIFF < 0
                    COMPUTE WS-MVT-QTE = 0 - WS-IP-DIFF
                 ELSE
                    MOVE WS-IP-DIFF TO WS-MVT-QTE
                 END-IF
                 MOVE WS-MVT-NEW-QTE TO WS-IT-QTE(WS-MVT-IDX)
                 PERFORM PROC-MVT-WRITE-JOURNAL
                 ADD 1 TO WS-IP-POSTED-COUNT
              END-IF
           END-IF
           EXIT.

       PROC-IP-CANCEL.
           IF WS-IP-NOT-OPEN
              DISPLAY "*** Aucun inventaire ouvert. ***"
           ELSE
              DISPLAY "Abandonner l'inventaire du " WS-IP-PHOTO-DATE
                 " sans ajustement ? (O/N)"
              MOVE 'N' TO WS-IP-CONFIRM
              ACCEPT WS-IP-CONFIRM
              IF WS-IP-CONFIRM = "O" OR WS-IP-CONFIRM = "o"
                 OPEN OUTPUT STOCK-TAKE-FILE
                 IF FC-IPH = "00"
                    CLOSE STOCK-TAKE-FILE
                 END-IF
                 SET WS-IP-NOT-OPEN TO TRUE
                 DISPLAY "Inventaire abandonné."
              ELSE
                 DISPLAY "Inventaire conservé."
              END-IF
           END-IF
           EXIT.

      *    CHARGE LE FICHIER DES SUSPENS (suspens.txt, FORMAT
      *    STATUT;MOTIF;NOM;DATE;TYPE;MONTANT;CONTREPARTIE;ENTREE;
      *    REFERENCE;SAISI PAR;SAISI LE;VALIDE PAR;VALIDE LE;
      *    COMMENTAIRE - LES CHAMPS A PARTIR DE LA REFERENCE SONT
      *    ABSENTS DES ANCIENNES LIGNES) DANS TAB-SUSPENSE - UN REJET
      *    N'EST PLUS SEULEMENT UNE LIGNE DE TEXTE DU JOURNAL, IL
      *    PORTE TOUS SES CHAMPS D'ORIGINE ET PEUT ETRE CORRIGE
      *    (OPTION 16) PUIS VALIDE (OPTION 26) ET RECYCLE
       PROC-SUS-LOAD.
           MOVE ZERO TO WS-SU-COUNT
           MOVE ZERO TO WS-SU-LOST-COUNT
           SET WS-SU-NOT-EOF TO TRUE

           OPEN INPUT SUSPENSE-FILE
           IF FC-SUS NOT = "00"
              SET WS-SU-EOF TO TRUE
           END-IF

           PERFORM UNTIL WS-SU-EOF
              READ SUSPENSE-FILE
                 AT END SET WS-SU-EOF TO TRUE
                 NOT AT END
                    IF FS-SUS-LINE NOT = SPACES
                       PERFORM PROC-SUS-LOAD-ONE
                    END-IF
              END-READ
           END-PERFORM

           IF FC-SUS NOT = "35"
              CLOSE SUSPENSE-FILE
           END-IF

           IF WS-SU-LOST-COUNT > 0
              DISPLAY "*** " WS-SU-LOST-COUNT " SUSPENS AU-DELA DE "
                 "LA CAPACITE DE LA TABLE ***"
           END-IF
           EXIT.

       PROC-SUS-LOAD-ONE.
           IF WS-SU-COUNT >= WS-SU-CAPACITY
              ADD 1 TO WS-SU-LOST-COUNT
           ELSE
              ADD 1 TO WS-SU-COUNT
              MOVE SPACES TO WS-SU-STATUS-TEXT
              MOVE SPACES TO WS-SU-ENTRY-TEXT
              MOVE SPACES TO WS-SU-REF(WS-SU-COUNT)
              MOVE SPACES TO WS-SU-MAKER(WS-SU-COUNT)
              MOVE SPACES TO WS-SU-MAKER-TS(WS-SU-COUNT)
              MOVE SPACES TO WS-SU-CHECKER(WS-SU-COUNT)
              MOVE SPACES TO WS-SU-CHECKER-TS(WS-SU-COUNT)
              MOVE SPACES TO WS-SU-COMMENT(WS-SU-COUNT)
              INSPECT FS-SUS-LINE REPLACING ALL ";" BY "|"
              UNSTRING FS-SUS-LINE DELIMITED BY "|"
                  INTO WS-SU-STATUS-TEXT,
                       WS-SU-REASON(WS-SU-COUNT),
                       WS-SU-NAME(WS-SU-COUNT),
                       WS-SU-DATE(WS-SU-COUNT),
                       WS-SU-TYPE(WS-SU-COUNT),
                       WS-SU-AMOUNT-TEXT(WS-SU-COUNT),
                       WS-SU-CPTY(WS-SU-COUNT),
                       WS-SU-ENTRY-TEXT,
                       WS-SU-REF(WS-SU-COUNT),
                       WS-SU-MAKER(WS-SU-COUNT),
                       WS-SU-MAKER-TS(WS-SU-COUNT),
                       WS-SU-CHECKER(WS-SU-COUNT),
                       WS-SU-CHECKER-TS(WS-SU-COUNT),
                       WS-SU-COMMENT(WS-SU-COUNT)
              MOVE WS-SU-STATUS-TEXT(1:1) TO
                 WS-SU-STATUS(WS-SU-COUNT)
      *    UN ANCIEN ITEM 'R' MARQUE SANS VALIDATION N'EST PAS
      *    RECYCLE TEL QUEL : IL REPASSE EN ATTENTE DE VALIDATION
              IF WS-SU-STATUS(WS-SU-COUNT) = 'R'
                 AND WS-SU-CHECKER(WS-SU-COUNT) = SPACES
                 MOVE 'A' TO WS-SU-STATUS(WS-SU-COUNT)
              END-IF
              IF WS-SU-ENTRY-TEXT(1:8) IS NUMERIC
                 MOVE WS-SU-ENTRY-TEXT(1:8) TO
                    WS-SU-ENTRY-DATE(WS-SU-COUNT)
              ELSE
                 MOVE WS-BD-DATE TO WS-SU-ENTRY-DATE(WS-SU-COUNT)
              END-IF
           END-IF
           EXIT.

      *    REECRIT suspens.txt A PARTIR DE TAB-SUSPENSE - LES ITEMS
      *    COMPTABILISES PAR LE RECYCLAGE (STATUT 'P') NE SONT PAS
      *    RECONDUITS, LE SUSPENS EST AINSI APURE AUTOMATIQUEMENT
       PROC-SUS-SAVE.
           OPEN OUTPUT SUSPENSE-FILE
           IF FC-SUS NOT = "00"
              DISPLAY "Erreur à l'ouverture"
              DISPLAY "FS SUSPENS: " FC-SUS
           ELSE
              PERFORM VARYING WS-SU-IDX FROM 1 BY 1
                 UNTIL WS-SU-IDX > WS-SU-COUNT
                 IF WS-SU-STATUS(WS-SU-IDX) = 'S'
                    OR WS-SU-STATUS(WS-SU-IDX) = 'A'
                    OR WS-SU-STATUS(WS-SU-IDX) = 'R'
                    MOVE SPACES TO FS-SUS-LINE
                    STRING
                       WS-SU-STATUS(WS-SU-IDX) DELIMITED BY SIZE
                       ";" DELIMITED BY SIZE
                       FUNCTION TRIM (WS-SU-REASON(WS-SU-IDX))
                          DELIMITED BY SIZE
                       ";" DELIMITED BY SIZE
                       FUNCTION TRIM (WS-SU-NAME(WS-SU-IDX))
                          DELIMITED BY SIZE
                       ";" DELIMITED BY SIZE
                       FUNCTION TRIM (WS-SU-DATE(WS-SU-IDX))
                          DELIMITED BY SIZE
                       ";" DELIMITED BY SIZE
                       FUNCTION TRIM (WS-SU-TYPE(WS-SU-IDX))
                          DELIMITED BY SIZE
                       ";" DELIMITED BY SIZE
                       FUNCTION TRIM (WS-SU-AMOUNT-TEXT(WS-SU-IDX))
                          DELIMITED BY SIZE
                       ";" DELIMITED BY SIZE
                       FUNCTION TRIM (WS-SU-CPTY(WS-SU-IDX))
                          DELIMITED BY SIZE
                       ";" DELIMITED BY SIZE
                       WS-SU-ENTRY-DATE(WS-SU-IDX)
                          DELIMITED BY SIZE
                       ";" DELIMITED BY SIZE
                       FUNCTION TRIM (WS-SU-REF(WS-SU-IDX))
                          DELIMITED BY SIZE
                       ";" DELIMITED BY SIZE
                       FUNCTION TRIM (WS-SU-MAKER(WS-SU-IDX))
                          DELIMITED BY SIZE
                       ";" DELIMITED BY SIZE
                       FUNCTION TRIM (WS-SU-MAKER-TS(WS-SU-IDX))
                          DELIMITED BY SIZE
                       ";" DELIMITED BY SIZE
                       FUNCTION TRIM (WS-SU-CHECKER(WS-SU-IDX))
                          DELIMITED BY SIZE
                       ";" DELIMITED BY SIZE
                       FUNCTION TRIM (WS-SU-CHECKER-TS(WS-SU-IDX))
                          DELIMITED BY SIZE
                       ";" DELIMITED BY SIZE
                       FUNCTION TRIM (WS-SU-COMMENT(WS-SU-IDX))
                          DELIMITED BY SIZE
                       INTO FS-SUS-LINE
                    END-STRING
                    WRITE FS-SUS-LINE
                 END-IF
              END-PERFORM
              CLOSE SUSPENSE-FILE
           END-IF
           EXIT.

      *    AJOUTE LE MOUVEMENT REJETE COURANT AU SUSPENS AVEC SON
      *    MOTIF ET LA DATE DE TRAITEMENT D'ENTREE (BASE DU CALCUL
      *    D'ANCIENNETE) - UN MOUVEMENT RETENU AU-DELA DU SEUIL DE
      *    VALIDATION ENTRE EN ATTENTE ('A'), L'OPERATEUR DE LA
      *    COMPTABILISATION EN EST L'AUTEUR
       PROC-SUS-ADD.
           IF WS-SU-COUNT >= WS-SU-CAPACITY
              ADD 1 TO WS-SU-LOST-COUNT
              DISPLAY "*** TABLE DES SUSPENS PLEINE - REJET NON "
                 "MIS EN SUSPENS : " FUNCTION TRIM (WS-TRX-NAME)
                 " ***"
           ELSE
              ADD 1 TO WS-SU-COUNT
              ADD 1 TO WS-SU-NEW-COUNT
              MOVE 'S' TO WS-SU-STATUS(WS-SU-COUNT)
              MOVE WS-TRX-REJECT-REASON TO WS-SU-REASON(WS-SU-COUNT)
              MOVE WS-TRX-NAME TO WS-SU-NAME(WS-SU-COUNT)
              MOVE WS-TRX-DATE TO WS-SU-DATE(WS-SU-COUNT)
              MOVE WS-TRX-TYPE TO WS-SU-TYPE(WS-SU-COUNT)
              MOVE WS-TRX-AMOUNT-TEXT TO
                 WS-SU-AMOUNT-TEXT(WS-SU-COUNT)
              MOVE WS-TRX-CPTY-NAME TO WS-SU-CPTY(WS-SU-COUNT)
              MOVE WS-BD-DATE TO WS-SU-ENTRY-DATE(WS-SU-COUNT)
              MOVE WS-TRX-REF TO WS-SU-REF(WS-SU-COUNT)
              MOVE SPACES TO WS-SU-MAKER(WS-SU-COUNT)
              MOVE SPACES TO WS-SU-MAKER-TS(WS-SU-COUNT)
              MOVE SPACES TO WS-SU-CHECKER(WS-SU-COUNT)
              MOVE SPACES TO WS-SU-CHECKER-TS(WS-SU-COUNT)
              MOVE SPACES TO WS-SU-COMMENT(WS-SU-COUNT)
              IF WS-MC-HELD
                 MOVE 'A' TO WS-SU-STATUS(WS-SU-COUNT)
                 PERFORM PROC-MC-STAMP
                 MOVE WS-OP-ID TO WS-SU-MAKER(WS-SU-COUNT)
                 MOVE WS-MC-STAMP TO WS-SU-MAKER-TS(WS-SU-COUNT)
              END-IF
           END-IF
           EXIT.

      *    REINJECTE DANS LA COMPTABILISATION LES SUSPENS VALIDES
      *    'R' - UN ITEM COMPTABILISE PASSE A 'P' ET DISPARAIT DU
      *    FICHIER, UN ITEM A NOUVEAU REJETE REDEVIENT 'S' AVEC SON
      *    NOUVEAU MOTIF MAIS GARDE SA DATE D'ENTREE (ANCIENNETE) -
      *    LA VALIDATION ACQUISE LEVE LE SEUIL DE VALIDATION, ELLE
      *    EST EFFACEE SI L'ITEM RETOMBE EN SUSPENS
       PROC-SUS-RECYCLE.
           MOVE ZERO TO WS-SU-RECYCLE-COUNT
           MOVE ZERO TO WS-SU-NEW-COUNT
           PERFORM VARYING WS-SU-IDX FROM 1 BY 1
              UNTIL WS-SU-IDX > WS-SU-COUNT
              IF WS-SU-STATUS(WS-SU-IDX) = 'R'
                 PERFORM PROC-SUS-RECYCLE-ONE
              END-IF
           END-PERFORM
           EXIT.

       PROC-SUS-RECYCLE-ONE.
           MOVE WS-SU-NAME(WS-SU-IDX) TO WS-TRX-NAME
           MOVE WS-SU-DATE(WS-SU-IDX) TO WS-TRX-DATE
           MOVE WS-SU-TYPE(WS-SU-IDX) TO WS-TRX-TYPE
           MOVE WS-SU-AMOUNT-TEXT(WS-SU-IDX) TO WS-TRX-AMOUNT-TEXT
           MOVE WS-SU-CPTY(WS-SU-IDX) TO WS-TRX-CPTY-NAME
           MOVE WS-SU-REF(WS-SU-IDX) TO WS-TRX-REF
           ADD 1 TO WS-TRX-READ-COUNT
           SET WS-MC-APPROVED TO TRUE
           PERFORM PROC-TRX-VALIDATE
           PERFORM PROC-TRX-APPLY
           PERFORM PROC-TRX-WRITE-JOURNAL
           SET WS-MC-NOT-APPROVED TO TRUE
           IF WS-TRX-REJECT-REASON = SPACES
              PERFORM PROC-TRX-JOURNAL-APPROVAL
              MOVE 'P' TO WS-SU-STATUS(WS-SU-IDX)
              ADD 1 TO WS-SU-RECYCLE-COUNT
           ELSE
              MOVE 'S' TO WS-SU-STATUS(WS-SU-IDX)
              MOVE WS-TRX-REJECT-REASON TO WS-SU-REASON(WS-SU-IDX)
              MOVE SPACES TO WS-SU-CHECKER(WS-SU-IDX)
              MOVE SPACES TO WS-SU-CHECKER-TS(WS-SU-IDX)
           END-IF
           EXIT.

      *    GESTION INTERACTIVE DU SUSPENS : CONSULTATION AVEC
      *    ANCIENNETE EN JOURS, CORRECTION DU CHAMP FAUTIF ET
      *    MARQUAGE POUR RECYCLAGE - CORRECTION ET MARQUAGE METTENT
      *    L'ITEM EN ATTENTE DE VALIDATION ('A') : IL NE SERA
      *    RECYCLE PAR L'OPTION 7 QU'APRES VALIDATION PAR UN AUTRE
      *    OPERATEUR (OPTION 26)
       PROC-SUSPENSE-MGMT.
           SET WS-NOUT-OF-SU-LOOP TO TRUE
           PERFORM PROC-SUS-LOAD
           PERFORM PROC-SUS-MENU
           ACCEPT WS-SU-CHOICE
           PERFORM PROC-LOOP-SUS-CHOICE
           EXIT.

       PROC-SUS-MENU.
           DISPLAY " "
           DISPLAY "--------------------------------------------------"
           DISPLAY "|            Gestion des suspens                 |"
           DISPLAY "|------------------------------------------------|"
           DISPLAY "|                                                |"
           DISPLAY "| 1 - Consulter le suspens.                      |"
           DISPLAY "| 2 - Corriger un suspens.                       |"
           DISPLAY "| 3 - Marquer un suspens pour recyclage.         |"
           DISPLAY "| 0 - Quitter.                                   |"
           DISPLAY "|                                                |"
           DISPLAY "--------------------------------------------------"
           DISPLAY " "
           DISPLAY "Que voulez-vous faire?"
           EXIT.

       PROC-LOOP-SUS-CHOICE.
           PERFORM UNTIL WS-SU-CHOICE = 0 OR WS-OUT-OF-SU-LOOP
              EVALUATE WS-SU-CHOICE
                 WHEN 0
                    DISPLAY " "
                 WHEN 1
                    PERFORM PROC-SUS-LIST
                    SET WS-OUT-OF-SU-LOOP TO TRUE
                 WHEN 2
                    PERFORM PROC-SUS-CORRECT
                    SET WS-OUT-OF-SU-LOOP TO TRUE
                 WHEN 3
                    PERFORM PROC-SUS-MARK
                    SET WS-OUT-OF-SU-LOOP TO TRUE
                 WHEN OTHER
                    DISPLAY "Choix invalide."
                    DISPLAY "Sélectionner une valeur entre 0 et 3."
                    SET WS-OUT-OF-SU-LOOP TO TRUE
              END-EVALUATE
           END-PERFORM
           EXIT.

       PROC-SUS-LIST.
           DISPLAY " "
           DISPLAY "--------------------------------------------------"
           DISPLAY "|               SUSPENS EN COURS                 |"
           DISPLAY "--------------------------------------------------"
           IF WS-SU-COUNT = 0
              DISPLAY "Aucun mouvement en suspens."
           END-IF
           PERFORM VARYING WS-SU-IDX FROM 1 BY 1
              UNTIL WS-SU-IDX > WS-SU-COUNT
              PERFORM PROC-SUS-LIST-ONE
           END-PERFORM
           DISPLAY " "
           EXIT.

      *    AFFICHE UN SUSPENS AVEC SON ANCIENNETE EN JOURS (DATE DE
      *    TRAITEMENT - DATE D'ENTREE) POUR RELANCER LES AGENCES
       PROC-SUS-LIST-ONE.
           COMPUTE WS-SU-AGE-DAYS =
              FUNCTION INTEGER-OF-DATE (WS-BD-DATE)
              - FUNCTION INTEGER-OF-DATE
                 (WS-SU-ENTRY-DATE(WS-SU-IDX))
           MOVE WS-SU-AGE-DAYS TO WS-SU-AGE-DISPLAY
           DISPLAY WS-SU-IDX " [" WS-SU-STATUS(WS-SU-IDX) "] "
              WS-SU-TYPE(WS-SU-IDX) " "
              FUNCTION TRIM (WS-SU-NAME(WS-SU-IDX))
              " " WS-SU-DATE(WS-SU-IDX)
              " MONTANT=" FUNCTION TRIM
                 (WS-SU-AMOUNT-TEXT(WS-SU-IDX))
           IF WS-SU-CPTY(WS-SU-IDX) NOT = SPACES
              DISPLAY "     CONTREPARTIE: "
                 FUNCTION TRIM (WS-SU-CPTY(WS-SU-IDX))
           END-IF
           IF WS-SU-REF(WS-SU-IDX) NOT = SPACES
              DISPLAY "     REFERENCE: "
                 FUNCTION TRIM (WS-SU-REF(WS-SU-IDX))
           END-IF
           DISPLAY "     MOTIF: "
              FUNCTION TRIM (WS-SU-REASON(WS-SU-IDX))
              "  ANCIENNETE: " WS-SU-AGE-DISPLAY " JOUR(S)"
           IF WS-SU-MAKER(WS-SU-IDX) NOT = SPACES
              MOVE WS-SU-MAKER-TS(WS-SU-IDX) TO WS-MC-STAMP-IN
              PERFORM PROC-MC-FORMAT-STAMP
              DISPLAY "     SAISI PAR: "
                 FUNCTION TRIM (WS-SU-MAKER(WS-SU-IDX))
                 " LE " WS-MC-STAMP-TEXT
           END-IF
           IF WS-SU-CHECKER(WS-SU-IDX) NOT = SPACES
              MOVE WS-SU-CHECKER-TS(WS-SU-IDX) TO WS-MC-STAMP-IN
              PERFORM PROC-MC-FORMAT-STAMP
              DISPLAY "     VALIDE PAR: "
                 FUNCTION TRIM (WS-SU-CHECKER(WS-SU-IDX))
                 " LE " WS-MC-STAMP-TEXT
           END-IF
           IF WS-SU-COMMENT(WS-SU-IDX) NOT = SPACES
              DISPLAY "     COMMENTAIRE: "
                 FUNCTION TRIM (WS-SU-COMMENT(WS-SU-IDX))
           END-IF
           EXIT.

      *    UNE TABLE QUI A DEBORDE AU CHARGEMENT NE DOIT JAMAIS ETRE
      *    REECRITE : LES SUSPENS AU-DELA DE LA CAPACITE SERAIENT
      *    PERDUS - CORRECTION ET MARQUAGE SONT DONC REFUSES, SEULE
      *    LA CONSULTATION RESTE POSSIBLE
       PROC-SUS-CORRECT.
           IF WS-SU-LOST-COUNT > 0
              DISPLAY "*** TABLE DES SUSPENS PLEINE - CORRECTION "
                 "REFUSEE, suspens.txt CONSERVE ***"
           ELSE
              PERFORM PROC-SUS-CORRECT-BODY
           END-IF
           EXIT.

       PROC-SUS-CORRECT-BODY.
           PERFORM PROC-SUS-LIST
           IF WS-SU-COUNT > 0
              DISPLAY "Numéro du suspens à corriger : "
              ACCEPT WS-SU-NUM
              IF WS-SU-NUM < 1 OR WS-SU-NUM > WS-SU-COUNT
                 DISPLAY "*** Numéro invalide. ***"
              ELSE
                 MOVE WS-SU-NUM TO WS-SU-IDX
                 DISPLAY "Champ à corriger :"
                 DISPLAY "1 - Nom du client."
                 DISPLAY "2 - Date du mouvement."
                 DISPLAY "3 - Type (DEPOT/RETRAIT/VIREMENT)."
                 DISPLAY "4 - Montant."
                 DISPLAY "5 - Contrepartie."
                 ACCEPT WS-SU-FIELD-CHOICE
                 PERFORM PROC-SUS-CORRECT-FIELD
              END-IF
           END-IF
           EXIT.

       PROC-SUS-CORRECT-FIELD.
           EVALUATE WS-SU-FIELD-CHOICE
              WHEN 1
                 DISPLAY "Nouveau nom : "
                 ACCEPT WS-SU-NAME(WS-SU-IDX)
              WHEN 2
                 DISPLAY "Nouvelle date (JJ/MM/AAAA) : "
                 ACCEPT WS-SU-DATE(WS-SU-IDX)
              WHEN 3
                 DISPLAY "Nouveau type : "
                 ACCEPT WS-SU-TYPE(WS-SU-IDX)
              WHEN 4
                 DISPLAY "Nouveau montant : "
                 ACCEPT WS-SU-AMOUNT-TEXT(WS-SU-IDX)
              WHEN 5
                 DISPLAY "Nouvelle contrepartie : "
                 ACCEPT WS-SU-CPTY(WS-SU-IDX)
              WHEN OTHER
                 DISPLAY "*** Champ invalide - suspens inchangé. ***"
           END-EVALUATE

           IF WS-SU-FIELD-CHOICE >= 1 AND WS-SU-FIELD-CHOICE <= 5
              PERFORM PROC-SUS-SUBMIT
              PERFORM PROC-SUS-SAVE
              DISPLAY "Suspens " WS-SU-NUM " corrigé - en attente "
                 "de validation (option 26)."
           END-IF
           EXIT.

      *    SOUMET L'ITEM WS-SU-IDX AU DOUBLE CONTROLE : L'OPERATEUR
      *    CONNECTE EN DEVIENT L'AUTEUR, UNE VALIDATION ANTERIEURE
      *    EST ANNULEE
       PROC-SUS-SUBMIT.
           PERFORM PROC-MC-STAMP
           MOVE 'A' TO WS-SU-STATUS(WS-SU-IDX)
           MOVE WS-OP-ID TO WS-SU-MAKER(WS-SU-IDX)
           MOVE WS-MC-STAMP TO WS-SU-MAKER-TS(WS-SU-IDX)
           MOVE SPACES TO WS-SU-CHECKER(WS-SU-IDX)
           MOVE SPACES TO WS-SU-CHECKER-TS(WS-SU-IDX)
           EXIT.

       PROC-SUS-MARK.
           IF WS-SU-LOST-COUNT > 0
              DISPLAY "*** TABLE DES SUSPENS PLEINE - MARQUAGE "
                 "REFUSE, suspens.txt CONSERVE ***"
           ELSE
              PERFORM PROC-SUS-MARK-BODY
           END-IF
           EXIT.

       PROC-SUS-MARK-BODY.
           PERFORM PROC-SUS-LIST
           IF WS-SU-COUNT > 0
              DISPLAY "Numéro du suspens à recycler : "
              ACCEPT WS-SU-NUM
              IF WS-SU-NUM < 1 OR WS-SU-NUM > WS-SU-COUNT
                 DISPLAY "*** Numéro invalide. ***"
              ELSE
                 MOVE WS-SU-NUM TO WS-SU-IDX
                 PERFORM PROC-SUS-SUBMIT
                 PERFORM PROC-SUS-SAVE
                 DISPLAY "Suspens " WS-SU-NUM " marqué pour "
                    "recyclage - en attente de validation "
                    "(option 26)."
              END-IF
           END-IF
           EXIT.

      *    DOUBLE CONTROLE DES SUSPENS (OPTION 26, AUSSI EXECUTABLE
      *    DEPUIS batch.txt POUR L'ETAT DES ATTENTES) : UN ITEM MIS
      *    EN ATTENTE ('A') PAR UNE CORRECTION OU UN MARQUAGE DE
      *    L'OPTION 16, OU RETENU PAR L'OPTION 7 AU-DELA DU SEUIL DE
      *    VALIDATION, EST VALIDE ('R', RECYCLE AU PROCHAIN PASSAGE
      *    DE L'OPTION 7) OU REFUSE ('S', AVEC LE COMMENTAIRE DU
      *    VALIDEUR) PAR UN OPERATEUR CONNECTE DONT LE 4E CHAMP
      *    VALIDEUR EST A 'O' DANS operateurs.txt ET QUI N'EST PAS
      *    L'AUTEUR DE L'ITEM - CHAQUE DECISION EST TRACEE DANS
      *    audit.txt
       PROC-MAKER-CHECKER.
           SET WS-NOUT-OF-MC-LOOP TO TRUE
           MOVE ZERO TO WS-MC-ACTION-COUNT
           PERFORM PROC-SUS-LOAD
           IF WS-BATCH-MODE-ON
              PERFORM PROC-MC-REPORT
              MOVE WS-MC-PENDING-COUNT TO WS-MC-ACTION-COUNT
           ELSE
              PERFORM PROC-MC-MENU
              ACCEPT WS-MC-CHOICE
              PERFORM PROC-LOOP-MC-CHOICE
           END-IF
           EXIT.

       PROC-MC-MENU.
           DISPLAY " "
           DISPLAY "--------------------------------------------------"
           DISPLAY "|         Double contrôle des suspens            |"
           DISPLAY "|------------------------------------------------|"
           DISPLAY "|                                                |"
           DISPLAY "| 1 - Suspens en attente de validation.          |"
           DISPLAY "| 2 - Valider un suspens.                        |"
           DISPLAY "| 3 - Refuser un suspens.                        |"
           DISPLAY "| 0 - Quitter.                                   |"
           DISPLAY "|                                                |"
           DISPLAY "--------------------------------------------------"
           DISPLAY " "
           DISPLAY "Que voulez-vous faire?"
           EXIT.

       PROC-LOOP-MC-CHOICE.
           PERFORM UNTIL WS-MC-CHOICE = 0 OR WS-OUT-OF-MC-LOOP
              EVALUATE WS-MC-CHOICE
                 WHEN 0
                    DISPLAY " "
                 WHEN 1
                    PERFORM PROC-MC-REPORT
                    SET WS-OUT-OF-MC-LOOP TO TRUE
                 WHEN 2
                    PERFORM PROC-MC-APPROVE
                    SET WS-OUT-OF-MC-LOOP TO TRUE
                 WHEN 3
                    PERFORM PROC-MC-REFUSE
                    SET WS-OUT-OF-MC-LOOP TO TRUE
                 WHEN OTHER
                    DISPLAY "Choix invalide."
                    DISPLAY "Sélectionner une valeur entre 0 et 3."
                    SET WS-OUT-OF-MC-LOOP TO TRUE
              END-EVALUATE
           END-PERFORM
           EXIT.

      *    ETAT DES ITEMS EN ATTENTE DE VALIDATION (attentes.txt ET
      *    ECRAN) AVEC L'AUTEUR, L'HEURE DE SOUMISSION ET LE NOMBRE
      *    DE JOURS D'ATTENTE A LA DATE DE TRAITEMENT
       PROC-MC-REPORT.
           MOVE ZERO TO WS-MC-PENDING-COUNT
           MOVE ZERO TO WS-MC-AGE-MAX

           OPEN OUTPUT APPROVAL-REPORT-FILE
           IF FC-ATT NOT = "00"
              DISPLAY "Erreur à l'ouverture"
              DISPLAY "FS ATTENTES: " FC-ATT
           END-IF

           DISPLAY " "
           MOVE SPACES TO FS-ATT-LINE
           STRING
              "SUSPENS EN ATTENTE DE VALIDATION AU " DELIMITED BY SIZE
              WS-BD-DATE-TEXT DELIMITED BY SIZE
              " - EDITE PAR " DELIMITED BY SIZE
              FUNCTION TRIM (WS-OP-ID) DELIMITED BY SIZE
              INTO FS-ATT-LINE
           END-STRING
           PERFORM PROC-MC-WRITE
           MOVE ALL "-" TO FS-ATT-LINE(1:70)
           PERFORM PROC-MC-WRITE

           PERFORM VARYING WS-SU-IDX FROM 1 BY 1
              UNTIL WS-SU-IDX > WS-SU-COUNT
              IF WS-SU-STATUS(WS-SU-IDX) = 'A'
                 PERFORM PROC-MC-REPORT-ONE
              END-IF
           END-PERFORM

           IF WS-MC-PENDING-COUNT = 0
              MOVE "AUCUN SUSPENS EN ATTENTE DE VALIDATION."
                 TO FS-ATT-LINE
              PERFORM PROC-MC-WRITE
           END-IF

           MOVE ALL "-" TO FS-ATT-LINE(1:70)
           PERFORM PROC-MC-WRITE
           MOVE WS-MC-AGE-MAX TO WS-SU-AGE-DISPLAY
           MOVE SPACES TO FS-ATT-LINE
           STRING
              "TOTAL EN ATTENTE : " DELIMITED BY SIZE
              WS-MC-PENDING-COUNT DELIMITED BY SIZE
              "   PLUS LONGUE ATTENTE : " DELIMITED BY SIZE
              WS-SU-AGE-DISPLAY DELIMITED BY SIZE
              " JOUR(S)" DELIMITED BY SIZE
              INTO FS-ATT-LINE
           END-STRING
           PERFORM PROC-MC-WRITE

           IF WS-SU-LOST-COUNT > 0
              MOVE SPACES TO FS-ATT-LINE
              STRING
                 "*** " DELIMITED BY SIZE
                 WS-SU-LOST-COUNT DELIMITED BY SIZE
                 " SUSPENS NON CHARGES - TABLE PLEINE ***"
                    DELIMITED BY SIZE
                 INTO FS-ATT-LINE
              END-STRING
              PERFORM PROC-MC-WRITE
           END-IF

           IF FC-ATT = "00"
              CLOSE APPROVAL-REPORT-FILE
           END-IF
           DISPLAY " "
           EXIT.

      *    L'ATTENTE COURT DEPUIS LA SOUMISSION (SAISI LE) - A DEFAUT
      *    (ANCIEN ITEM MARQUE AVANT LE DOUBLE CONTROLE) DEPUIS LA
      *    DATE D'ENTREE EN SUSPENS
       PROC-MC-REPORT-ONE.
           ADD 1 TO WS-MC-PENDING-COUNT
           IF WS-SU-MAKER-TS(WS-SU-IDX)(1:8) IS NUMERIC
              MOVE WS-SU-MAKER-TS(WS-SU-IDX)(1:8) TO
                 WS-MC-STAMP-DATE
           ELSE
              MOVE WS-SU-ENTRY-DATE(WS-SU-IDX) TO WS-MC-STAMP-DATE
           END-IF
           IF WS-MC-STAMP-DATE >= WS-BD-DATE
              MOVE ZERO TO WS-SU-AGE-DAYS
           ELSE
              COMPUTE WS-SU-AGE-DAYS =
                 FUNCTION INTEGER-OF-DATE (WS-BD-DATE)
                 - FUNCTION INTEGER-OF-DATE (WS-MC-STAMP-DATE)
           END-IF
           IF WS-SU-AGE-DAYS > WS-MC-AGE-MAX
              MOVE WS-SU-AGE-DAYS TO WS-MC-AGE-MAX
           END-IF
           MOVE WS-SU-AGE-DAYS TO WS-SU-AGE-DISPLAY

           MOVE SPACES TO FS-ATT-LINE
           IF WS-SU-TYPE(WS-SU-IDX) = "VIREMENT"
              STRING
                 WS-SU-IDX DELIMITED BY SIZE
                 " " DELIMITED BY SIZE
                 WS-SU-TYPE(WS-SU-IDX) DELIMITED BY SIZE
                 " " DELIMITED BY SIZE
                 FUNCTION TRIM (WS-SU-NAME(WS-SU-IDX))
                    DELIMITED BY SIZE
                 " VERS " DELIMITED BY SIZE
                 FUNCTION TRIM (WS-SU-CPTY(WS-SU-IDX))
                    DELIMITED BY SIZE
                 " " DELIMITED BY SIZE
                 WS-SU-DATE(WS-SU-IDX) DELIMITED BY SIZE
                 " MONTANT=" DELIMITED BY SIZE
                 FUNCTION TRIM (WS-SU-AMOUNT-TEXT(WS-SU-IDX))
                    DELIMITED BY SIZE
                 INTO FS-ATT-LINE
              END-STRING
           ELSE
              STRING
                 WS-SU-IDX DELIMITED BY SIZE
                 " " DELIMITED BY SIZE
                 WS-SU-TYPE(WS-SU-IDX) DELIMITED BY SIZE
                 " " DELIMITED BY SIZE
                 FUNCTION TRIM (WS-SU-NAME(WS-SU-IDX))
                    DELIMITED BY SIZE
                 " " DELIMITED BY SIZE
                 WS-SU-DATE(WS-SU-IDX) DELIMITED BY SIZE
                 " MONTANT=" DELIMITED BY SIZE
                 FUNCTION TRIM (WS-SU-AMOUNT-TEXT(WS-SU-IDX))
                    DELIMITED BY SIZE
                 INTO FS-ATT-LINE
              END-STRING
           END-IF
           PERFORM PROC-MC-WRITE

           MOVE SPACES TO FS-ATT-LINE
           STRING
              "    MOTIF: " DELIMITED BY SIZE
              FUNCTION TRIM (WS-SU-REASON(WS-SU-IDX))
                 DELIMITED BY SIZE
              INTO FS-ATT-LINE
           END-STRING
           PERFORM PROC-MC-WRITE
           IF WS-SU-REF(WS-SU-IDX) NOT = SPACES
              STRING
                 "    REFERENCE: " DELIMITED BY SIZE
                 FUNCTION TRIM (WS-SU-REF(WS-SU-IDX))
                    DELIMITED BY SIZE
                 INTO FS-ATT-LINE
              END-STRING
              PERFORM PROC-MC-WRITE
           END-IF

           MOVE WS-SU-MAKER-TS(WS-SU-IDX) TO WS-MC-STAMP-IN
           PERFORM PROC-MC-FORMAT-STAMP
           MOVE SPACES TO FS-ATT-LINE
           STRING
              "    SAISI PAR " DELIMITED BY SIZE
              WS-SU-MAKER(WS-SU-IDX) DELIMITED BY SIZE
              " LE " DELIMITED BY SIZE
              WS-MC-STAMP-TEXT DELIMITED BY SIZE
              "  ATTENTE: " DELIMITED BY SIZE
              WS-SU-AGE-DISPLAY DELIMITED BY SIZE
              " JOUR(S)" DELIMITED BY SIZE
              INTO FS-ATT-LINE
           END-STRING
           PERFORM PROC-MC-WRITE

           IF WS-SU-COMMENT(WS-SU-IDX) NOT = SPACES
              MOVE SPACES TO FS-ATT-LINE
              STRING
                 "    COMMENTAIRE: " DELIMITED BY SIZE
                 FUNCTION TRIM (WS-SU-COMMENT(WS-SU-IDX))
                    DELIMITED BY SIZE
                 INTO FS-ATT-LINE
              END-STRING
              PERFORM PROC-MC-WRITE
           END-IF
           EXIT.

      *    LA LIGNE DE L'ETAT EST AFFICHEE ET ECRITE
       PROC-MC-WRITE.
           DISPLAY FUNCTION TRIM (FS-ATT-LINE TRAILING)
           IF FC-ATT = "00"
              WRITE FS-ATT-LINE
           END-IF
           MOVE SPACES TO FS-ATT-LINE
           EXIT.

       PROC-MC-APPROVE.
           PERFORM PROC-MC-SELECT
           IF WS-MC-SELECTED
              PERFORM PROC-MC-STAMP
              MOVE 'R' TO WS-SU-STATUS(WS-SU-IDX)
              MOVE WS-OP-ID TO WS-SU-CHECKER(WS-SU-IDX)
              MOVE WS-MC-STAMP TO WS-SU-CHECKER-TS(WS-SU-IDX)
              MOVE SPACES TO WS-SU-COMMENT(WS-SU-IDX)
              MOVE "ACCORDEE" TO WS-MC-DECISION
              PERFORM PROC-MC-AUDIT
              PERFORM PROC-SUS-SAVE
              ADD 1 TO WS-MC-ACTION-COUNT
              DISPLAY "Suspens " WS-SU-NUM " validé - recyclé au "
                 "prochain passage de l'option 7."
           END-IF
           EXIT.

      *    LE REFUS EXIGE UN COMMENTAIRE : L'ITEM RETOURNE EN SUSPENS
      *    ('S') ET LE COMMENTAIRE RESTE VISIBLE DANS L'OPTION 16
       PROC-MC-REFUSE.
           PERFORM PROC-MC-SELECT
           IF WS-MC-SELECTED
              DISPLAY "Commentaire du refus : "
              MOVE SPACES TO WS-MC-COMMENT
              ACCEPT WS-MC-COMMENT
              IF WS-MC-COMMENT = SPACES
                 DISPLAY "*** Commentaire obligatoire - refus non "
                    "enregistré. ***"
              ELSE
                 PERFORM PROC-MC-STAMP
                 MOVE 'S' TO WS-SU-STATUS(WS-SU-IDX)
                 MOVE "REFUSE A LA VALIDATION" TO
                    WS-SU-REASON(WS-SU-IDX)
                 MOVE WS-OP-ID TO WS-SU-CHECKER(WS-SU-IDX)
                 MOVE WS-MC-STAMP TO WS-SU-CHECKER-TS(WS-SU-IDX)
                 MOVE WS-MC-COMMENT TO WS-SU-COMMENT(WS-SU-IDX)
                 MOVE "REFUSEE" TO WS-MC-DECISION
                 PERFORM PROC-MC-AUDIT
                 PERFORM PROC-SUS-SAVE
                 ADD 1 TO WS-MC-ACTION-COUNT
                 DISPLAY "Suspens " WS-SU-NUM " refusé - retourné "
                    "en suspens."
              END-IF
           END-IF
           EXIT.

      *    CHOIX DE L'ITEM A VALIDER OU REFUSER - MEMES GARDES QUE LA
      *    CORRECTION (TABLE NON DEBORDEE), PLUS LE DROIT VALIDEUR
      *    DE L'OPERATEUR CONNECTE ET LA SEPARATION AUTEUR/VALIDEUR
       PROC-MC-SELECT.
           SET WS-MC-NOT-SELECTED TO TRUE
           IF WS-SU-LOST-COUNT > 0
              DISPLAY "*** TABLE DES SUSPENS PLEINE - VALIDATION "
                 "REFUSEE, suspens.txt CONSERVE ***"
           ELSE
              MOVE WS-OP-ID TO WS-APR-ID-IN
              PERFORM PROC-OP-FIND-APPROVER
              IF WS-APR-OK
                 PERFORM PROC-MC-SELECT-BODY
              ELSE
                 DISPLAY "*** Opérateur " FUNCTION TRIM (WS-OP-ID)
                    " non habilité à valider. ***"
              END-IF
           END-IF
           EXIT.

       PROC-MC-SELECT-BODY.
           PERFORM PROC-MC-REPORT
           IF WS-MC-PENDING-COUNT > 0
              DISPLAY "Numéro du suspens : "
              ACCEPT WS-SU-NUM
              EVALUATE TRUE
                 WHEN WS-SU-NUM < 1 OR WS-SU-NUM > WS-SU-COUNT
                    DISPLAY "*** Numéro invalide. ***"
                 WHEN WS-SU-STATUS(WS-SU-NUM) NOT = 'A'
                    DISPLAY "*** Suspens " WS-SU-NUM " non en "
                       "attente de validation. ***"
                 WHEN FUNCTION TRIM (WS-SU-MAKER(WS-SU-NUM)) =
                    FUNCTION TRIM (WS-OP-ID)
                    DISPLAY "*** Validation refusée : "
                       FUNCTION TRIM (WS-OP-ID)
                       " est l'auteur du suspens. ***"
                 WHEN OTHER
                    MOVE WS-SU-NUM TO WS-SU-IDX
                    SET WS-MC-SELECTED TO TRUE
              END-EVALUATE
           END-IF
           EXIT.

      *    TRACE DE LA DECISION DANS audit.txt (MEME MECANISME
      *    D'OUVERTURE EN AJOUT QUE PROC-WRITE-AUDIT-LOG)
       PROC-MC-AUDIT.
           OPEN EXTEND AUDIT-FILE
           IF FC-AUD = "35"
              OPEN OUTPUT AUDIT-FILE
           END-IF

           MOVE SPACES TO FS-AUDIT-RECORD
           STRING
              "VALIDATION SUSPENS=" DELIMITED BY SIZE
              WS-SU-IDX DELIMITED BY SIZE
              " " DELIMITED BY SIZE
              FUNCTION TRIM (WS-MC-DECISION) DELIMITED BY SIZE
              " SAISI=" DELIMITED BY SIZE
              FUNCTION TRIM (WS-SU-MAKER(WS-SU-IDX))
                 DELIMITED BY SIZE
              " LE=" DELIMITED BY SIZE
              WS-SU-MAKER-TS(WS-SU-IDX) DELIMITED BY SIZE
              " VALIDE=" DELIMITED BY SIZE
              FUNCTION TRIM (WS-SU-CHECKER(WS-SU-IDX))
                 DELIMITED BY SIZE
              " LE=" DELIMITED BY SIZE
              WS-SU-CHECKER-TS(WS-SU-IDX) DELIMITED BY SIZE
              INTO FS-AUDIT-RECORD
           END-STRING

           WRITE FS-AUDIT-RECORD
           CLOSE AUDIT-FILE
           EXIT.

      *    ESTAMPILLE AAAAMMJJHHMMSS : DATE DE TRAITEMENT ET HEURE
      *    DE L'HORLOGE
       PROC-MC-STAMP.
           ACCEPT WS-MC-TIME FROM TIME
           MOVE SPACES TO WS-MC-STAMP
           STRING
              WS-BD-DATE DELIMITED BY SIZE
              WS-MC-TIME(1:6) DELIMITED BY SIZE
              INTO WS-MC-STAMP
           END-STRING
           EXIT.

      *    MISE EN FORME JJ/MM/AAAA HH:MM:SS D'UNE ESTAMPILLE
       PROC-MC-FORMAT-STAMP.
           MOVE SPACES TO WS-MC-STAMP-TEXT
           IF WS-MC-STAMP-IN IS NUMERIC
              STRING
                 WS-MC-STAMP-IN(7:2) DELIMITED BY SIZE
                 "/" DELIMITED BY SIZE
                 WS-MC-STAMP-IN(5:2) DELIMITED BY SIZE
                 "/" DELIMITED BY SIZE
                 WS-MC-STAMP-IN(1:4) DELIMITED BY SIZE
                 " " DELIMITED BY SIZE
                 WS-MC-STAMP-IN(9:2) DELIMITED BY SIZE
                 ":" DELIMITED BY SIZE
                 WS-MC-STAMP-IN(11:2) DELIMITED BY SIZE
                 ":" DELIMITED BY SIZE
                 WS-MC-STAMP-IN(13:2) DELIMITED BY SIZE
                 INTO WS-MC-STAMP-TEXT
              END-STRING
           ELSE
              MOVE WS-MC-STAMP-IN TO WS-MC-STAMP-TEXT
           END-IF
           EXIT.

      *    DECLARATION DE TVA (OPTION 27) : POUR UNE PERIODE, BASE HT
      *    ET TVA COLLECTEE PAR TAUX (FS-INV-RATE) A PARTIR DES
      *    FACTURES facture_NNNNNN.txt DATEES DANS LA PERIODE, MOINS
      *    LES RETOURS DE retours.txt AU TAUX DE LA LIGNE D'ORIGINE,
      *    RAPPROCHEES DES LIGNES VENTE ET AVOIR DE ventes.txt - UNE
      *    PIECE PRESENTE D'UN SEUL COTE OU DONT LE TTC DIFFERE EST
      *    LISTEE EN EXCEPTION - RAPPORT DANS tva.txt - EN BATCH, LA
      *    PERIODE EST LE MOIS AAAAMM DONNE EN PARAMETRE
       PROC-VAT-RETURN.
           MOVE ZERO TO WS-TV-ACTION-COUNT
           MOVE ZERO TO WS-TVE-COUNT
           MOVE ZERO TO WS-TV-LOST-COUNT
           IF WS-BATCH-MODE-OFF
              DISPLAY "Date de début de période (AAAAMMJJ) : "
              MOVE ZERO TO WS-TV-DATE-FROM
              ACCEPT WS-TV-DATE-FROM
              DISPLAY "Date de fin de période (AAAAMMJJ) : "
              MOVE ZERO TO WS-TV-DATE-TO
              ACCEPT WS-TV-DATE-TO
           END-IF

           IF WS-TV-DATE-FROM = 0 OR WS-TV-DATE-TO = 0
              OR WS-TV-DATE-FROM > WS-TV-DATE-TO
              DISPLAY "*** Période invalide - déclaration "
                 "abandonnée. ***"
           ELSE
              PERFORM PROC-TV-COLLECT
              PERFORM PROC-TV-CHECK-DOCS
              PERFORM PROC-TV-SORT
              PERFORM PROC-TV-PRINT
              COMPUTE WS-TV-ACTION-COUNT =
                 WS-TV-INV-COUNT + WS-TV-RET-COUNT
           END-IF
           EXIT.

       PROC-TV-COLLECT.
           MOVE ZERO TO WS-TVR-COUNT
           MOVE ZERO TO WS-TVD-COUNT
           MOVE ZERO TO WS-TVE-COUNT
           MOVE ZERO TO WS-TV-INV-COUNT
           MOVE ZERO TO WS-TV-RET-COUNT
           MOVE ZERO TO WS-TV-VNT-COUNT
           MOVE ZERO TO WS-TV-LOST-COUNT
           MOVE ZERO TO WS-TV-SALES-TTC
           MOVE ZERO TO WS-TV-CREDIT-TTC
           MOVE ZERO TO WS-TV-DOC-SALES
           MOVE ZERO TO WS-TV-DOC-CREDIT
           INITIALIZE TAB-TV-RATE
           INITIALIZE TAB-TV-DOC
           INITIALIZE TAB-TV-EXC
           INITIALIZE TAB-ITEMS
           PERFORM PROC-LOAD-INVENTORY

      *    1) LIGNES VENTE ET AVOIR DE ventes.txt DE LA PERIODE
           SET WS-TV-NOT-EOF TO TRUE
           OPEN INPUT SALES-JOURNAL-FILE
           IF FC-VNT NOT = "00"
              SET WS-TV-EOF TO TRUE
           END-IF
           PERFORM UNTIL WS-TV-EOF
              READ SALES-JOURNAL-FILE
                 AT END SET WS-TV-EOF TO TRUE
                 NOT AT END
                    IF FS-VNT-LINE(1:14) = "VENTE FACTURE="
                       OR FS-VNT-LINE(1:14) = "AVOIR FACTURE="
                       PERFORM PROC-TV-SALES-LINE
                    END-IF
              END-READ
           END-PERFORM
           IF FC-VNT NOT = "35"
              CLOSE SALES-JOURNAL-FILE
           END-IF

      *    2) FACTURES NUMEROTEES DE 1 AU DERNIER NUMERO ATTRIBUE
           PERFORM VARYING WS-TV-INVOICE FROM 1 BY 1
              UNTIL WS-TV-INVOICE > WS-BD-INVOICE-NUM
              MOVE WS-TV-INVOICE TO WS-AV-INVOICE
              MOVE ZERO TO WS-AV-LINE-COUNT
              INITIALIZE TAB-AV
              PERFORM PROC-AV-READ-INVOICE
              IF WS-AV-LINE-COUNT > 0
                 AND WS-AV-INV-DATE >= WS-TV-DATE-FROM
                 AND WS-AV-INV-DATE <= WS-TV-DATE-TO
                 PERFORM PROC-TV-INVOICE
              END-IF
           END-PERFORM

      *    3) RETOURS DE LA PERIODE
           SET WS-TV-NOT-EOF TO TRUE
           OPEN INPUT RETURNS-FILE
           IF FC-RET NOT = "00"
              SET WS-TV-EOF TO TRUE
           END-IF
           PERFORM UNTIL WS-TV-EOF
              READ RETURNS-FILE
                 AT END SET WS-TV-EOF TO TRUE
                 NOT AT END
                    IF FS-RET-LINE NOT = SPACES
                       PERFORM PROC-TV-RETURN
                    END-IF
              END-READ
           END-PERFORM
           IF FC-RET NOT = "35"
              CLOSE RETURNS-FILE
           END-IF
           EXIT.

      *    LIGNE VENTE (TTC POSITIF) OU AVOIR (TTC NEGATIF, NUMERO
      *    D'AVOIR EN FIN DE LIGNE) - LE TTC DE L'AVOIR EST GARDE EN
      *    POSITIF POUR LE RAPPROCHER DES RETOURS
       PROC-TV-SALES-LINE.
           MOVE SPACES TO WS-TV-HEAD
           MOVE SPACES TO WS-TV-REST
           UNSTRING FS-VNT-LINE DELIMITED BY " DATE="
               INTO WS-TV-HEAD, WS-TV-REST
           MOVE WS-TV-REST(1:10) TO WS-GM-DATE-TEXT
           PERFORM PROC-GM-STAMP-TO-DATE

           MOVE SPACES TO WS-TV-DUMMY
           MOVE SPACES TO WS-TV-TTC-TEXT
           UNSTRING WS-TV-HEAD DELIMITED BY " TTC="
               INTO WS-TV-DUMMY, WS-TV-TTC-TEXT

           IF WS-GM-DATE >= WS-TV-DATE-FROM
              AND WS-GM-DATE <= WS-TV-DATE-TO
              AND FS-VNT-LINE(15:6) IS NUMERIC
              AND WS-TV-TTC-TEXT NOT = SPACES
              AND FUNCTION TEST-NUMVAL (WS-TV-TTC-TEXT) = 0
              ADD 1 TO WS-TV-VNT-COUNT
              IF WS-TVD-COUNT >= WS-TVD-CAPACITY
                 ADD 1 TO WS-TV-LOST-COUNT
              ELSE
                 ADD 1 TO WS-TVD-COUNT
                 MOVE FS-VNT-LINE(15:6) TO
                    WS-TVD-INVOICE(WS-TVD-COUNT)
                 COMPUTE WS-TV-TTC = FUNCTION NUMVAL (WS-TV-TTC-TEXT)
                 IF FS-VNT-LINE(1:5) = "VENTE"
                    MOVE "V" TO WS-TVD-TYPE(WS-TVD-COUNT)
                    MOVE WS-TV-TTC TO WS-TVD-TTC(WS-TVD-COUNT)
                    ADD WS-TV-TTC TO WS-TV-SALES-TTC
                 ELSE
                    MOVE "A" TO WS-TVD-TYPE(WS-TVD-COUNT)
                    COMPUTE WS-TVD-TTC(WS-TVD-COUNT) = 0 - WS-TV-TTC
                    SUBTRACT WS-TV-TTC FROM WS-TV-CREDIT-TTC
                    MOVE SPACES TO WS-TV-NUM-TEXT
                    UNSTRING WS-TV-REST DELIMITED BY " AVOIR="
                        INTO WS-TV-DUMMY, WS-TV-NUM-TEXT
                    IF WS-TV-NUM-TEXT(1:6) IS NUMERIC
                       MOVE WS-TV-NUM-TEXT(1:6) TO
                          WS-TVD-CREDIT(WS-TVD-COUNT)
                    END-IF
                 END-IF
              END-IF
           END-IF
           EXIT.

      *    FACTURE DE LA PERIODE : CHAQUE LIGNE ALIMENTE SON TAUX,
      *    LE TTC DE LA FACTURE EST RAPPROCHE DE SA LIGNE VENTE
       PROC-TV-INVOICE.
           ADD 1 TO WS-TV-INV-COUNT
           MOVE ZERO TO WS-TV-INV-TTC
           PERFORM VARYING WS-AV-IDX FROM 1 BY 1
              UNTIL WS-AV-IDX > WS-AV-LINE-COUNT
              MOVE WS-AV-RATE(WS-AV-IDX) TO WS-TV-RATE
              MOVE WS-AV-HT(WS-AV-IDX) TO WS-TV-HT
              MOVE WS-AV-TTC(WS-AV-IDX) TO WS-TV-TTC
              PERFORM PROC-TV-ADD-RATE
              ADD WS-AV-TTC(WS-AV-IDX) TO WS-TV-INV-TTC
           END-PERFORM
           ADD WS-TV-INV-TTC TO WS-TV-DOC-SALES

           SET WS-TVD-NOT-FOUND TO TRUE
           PERFORM VARYING WS-TVD-IDX FROM 1 BY 1
              UNTIL WS-TVD-IDX > WS-TVD-COUNT
              OR WS-TVD-FOUND
              IF WS-TVD-TYPE(WS-TVD-IDX) = "V"
                 AND WS-TVD-INVOICE(WS-TVD-IDX) = WS-TV-INVOICE
                 SET WS-TVD-FOUND TO TRUE
              END-IF
           END-PERFORM

           IF WS-TVD-FOUND
              SUBTRACT 1 FROM WS-TVD-IDX
              ADD WS-TV-INV-TTC TO WS-TVD-CALC(WS-TVD-IDX)
              ADD 1 TO WS-TVD-NB(WS-TVD-IDX)
           ELSE
              MOVE WS-TV-INV-TTC TO WS-TV-AMT-DISPLAY
              MOVE SPACES TO WS-TV-EXC-TEXT
              STRING
                 "FACTURE " DELIMITED BY SIZE
                 WS-TV-INVOICE DELIMITED BY SIZE
                 " TTC=" DELIMITED BY SIZE
                 FUNCTION TRIM (WS-TV-AMT-DISPLAY) DELIMITED BY SIZE
                 " SANS LIGNE VENTE DANS ventes.txt"
                    DELIMITED BY SIZE
                 INTO WS-TV-EXC-TEXT
              END-STRING
              PERFORM PROC-TV-EXCEPTION
           END-IF
           EXIT.

      *    RETOUR DE LA PERIODE (FACTURE;LIGNE;ARTICLE;QTE;TTC;HT;
      *    AVOIR;DATE;OPER) : EN DEDUCTION AU TAUX DE LA LIGNE DE LA
      *    FACTURE D'ORIGINE (A DEFAUT, TAUX ACTUEL DE L'ARTICLE),
      *    RAPPROCHE DE LA LIGNE AVOIR DE ventes.txt
       PROC-TV-RETURN.
           MOVE SPACES TO WS-GM-INV-TEXT
           MOVE SPACES TO WS-GM-LINE-TEXT
           MOVE SPACES TO WS-GM-NAME
           MOVE SPACES TO WS-GM-QTE-TEXT
           MOVE SPACES TO WS-GM-TTC-TEXT
           MOVE SPACES TO WS-GM-HT-TEXT
           MOVE SPACES TO WS-GM-AVOIR-TEXT
           MOVE SPACES TO WS-GM-DATE-TEXT
           INSPECT FS-RET-LINE REPLACING ALL ";" BY "|"
           UNSTRING FS-RET-LINE DELIMITED BY "|"
               INTO WS-GM-INV-TEXT, WS-GM-LINE-TEXT, WS-GM-NAME,
                    WS-GM-QTE-TEXT, WS-GM-TTC-TEXT, WS-GM-HT-TEXT,
                    WS-GM-AVOIR-TEXT, WS-GM-DATE-TEXT
           PERFORM PROC-GM-STAMP-TO-DATE

           IF WS-GM-DATE >= WS-TV-DATE-FROM
              AND WS-GM-DATE <= WS-TV-DATE-TO
              AND WS-GM-TTC-TEXT NOT = SPACES
              AND FUNCTION TEST-NUMVAL (WS-GM-TTC-TEXT) = 0
              AND WS-GM-HT-TEXT NOT = SPACES
              AND FUNCTION TEST-NUMVAL (WS-GM-HT-TEXT) = 0
              ADD 1 TO WS-TV-RET-COUNT
              COMPUTE WS-TV-TTC = 0 - FUNCTION NUMVAL (WS-GM-TTC-TEXT)
              COMPUTE WS-TV-HT = 0 - FUNCTION NUMVAL (WS-GM-HT-TEXT)
              SUBTRACT WS-TV-TTC FROM WS-TV-DOC-CREDIT

              MOVE ZERO TO WS-TV-INVOICE
              IF WS-GM-INV-TEXT(1:6) IS NUMERIC
                 MOVE WS-GM-INV-TEXT(1:6) TO WS-TV-INVOICE
              END-IF
              MOVE ZERO TO WS-TV-LINE-NUM
              IF WS-GM-LINE-TEXT NOT = SPACES
                 AND FUNCTION TEST-NUMVAL (WS-GM-LINE-TEXT) = 0
                 COMPUTE WS-TV-LINE-NUM =
                    FUNCTION NUMVAL (WS-GM-LINE-TEXT)
              END-IF
              MOVE WS-TV-INVOICE TO WS-AV-INVOICE
              MOVE ZERO TO WS-AV-LINE-COUNT
              INITIALIZE TAB-AV
              PERFORM PROC-AV-READ-INVOICE
              IF WS-TV-LINE-NUM > 0
                 AND WS-TV-LINE-NUM <= WS-AV-LINE-COUNT
                 MOVE WS-AV-RATE(WS-TV-LINE-NUM) TO WS-TV-RATE
              ELSE
                 MOVE ZERO TO WS-TV-RATE
                 MOVE WS-GM-NAME TO WS-POS-ITEM-NAME
                 PERFORM PROC-AV-FIND-ITEM
                 IF WS-AV-FOUND
                    MOVE WS-IT-RATE(WS-AV-FIND-IDX) TO WS-TV-RATE
                 END-IF
              END-IF
              PERFORM PROC-TV-ADD-RATE

              MOVE ZERO TO WS-TV-CREDIT
              IF WS-GM-AVOIR-TEXT(1:6) IS NUMERIC
                 MOVE WS-GM-AVOIR-TEXT(1:6) TO WS-TV-CREDIT
              END-IF
              SET WS-TVD-NOT-FOUND TO TRUE
              PERFORM VARYING WS-TVD-IDX FROM 1 BY 1
                 UNTIL WS-TVD-IDX > WS-TVD-COUNT
                 OR WS-TVD-FOUND
                 IF WS-TVD-TYPE(WS-TVD-IDX) = "A"
                    AND WS-TVD-CREDIT(WS-TVD-IDX) = WS-TV-CREDIT
                    SET WS-TVD-FOUND TO TRUE
                 END-IF
              END-PERFORM
              IF WS-TVD-FOUND
                 SUBTRACT 1 FROM WS-TVD-IDX
                 SUBTRACT WS-TV-TTC FROM WS-TVD-CALC(WS-TVD-IDX)
                 ADD 1 TO WS-TVD-NB(WS-TVD-IDX)
              ELSE
                 COMPUTE WS-TV-AMT-DISPLAY = 0 - WS-TV-TTC
                 MOVE SPACES TO WS-TV-EXC-TEXT
                 STRING
                    "RETOUR FACTURE " DELIMITED BY SIZE
                    WS-TV-INVOICE DELIMITED BY SIZE
                    " LIGNE " DELIMITED BY SIZE
                    WS-TV-LINE-NUM DELIMITED BY SIZE
                    " AVOIR " DELIMITED BY SIZE
                    WS-TV-CREDIT DELIMITED BY SIZE
                    " TTC=" DELIMITED BY SIZE
                    FUNCTION TRIM (WS-TV-AMT-DISPLAY)
                       DELIMITED BY SIZE
                    " SANS LIGNE AVOIR DANS ventes.txt"
                       DELIMITED BY SIZE
                    INTO WS-TV-EXC-TEXT
                 END-STRING
                 PERFORM PROC-TV-EXCEPTION
              END-IF
           END-IF
           EXIT.

      *    CUMUL DE WS-TV-HT ET DE LA TVA (WS-TV-TTC - WS-TV-HT) SUR
      *    LE TAUX WS-TV-RATE
       PROC-TV-ADD-RATE.
           SET WS-TVR-NOT-FOUND TO TRUE
           PERFORM VARYING WS-TVR-IDX FROM 1 BY 1
              UNTIL WS-TVR-IDX > WS-TVR-COUNT
              OR WS-TVR-FOUND
              IF WS-TVR-RATE(WS-TVR-IDX) = WS-TV-RATE
                 SET WS-TVR-FOUND TO TRUE
              END-IF
           END-PERFORM
           IF WS-TVR-FOUND
              SUBTRACT 1 FROM WS-TVR-IDX
           ELSE
              IF WS-TVR-COUNT < WS-TVR-CAPACITY
                 ADD 1 TO WS-TVR-COUNT
                 MOVE WS-TVR-COUNT TO WS-TVR-IDX
                 MOVE WS-TV-RATE TO WS-TVR-RATE(WS-TVR-IDX)
                 SET WS-TVR-FOUND TO TRUE
              ELSE
                 ADD 1 TO WS-TV-LOST-COUNT
              END-IF
           END-IF
           IF WS-TVR-FOUND
              ADD WS-TV-HT TO WS-TVR-BASE(WS-TVR-IDX)
              COMPUTE WS-TVR-TAX(WS-TVR-IDX) =
                 WS-TVR-TAX(WS-TVR-IDX) + WS-TV-TTC - WS-TV-HT
              ADD 1 TO WS-TVR-NB(WS-TVR-IDX)
           END-IF
           EXIT.

      *    PIECES DE ventes.txt SANS CONTREPARTIE OU EN ECART DE TTC
       PROC-TV-CHECK-DOCS.
           PERFORM VARYING WS-TVD-IDX FROM 1 BY 1
              UNTIL WS-TVD-IDX > WS-TVD-COUNT
              MOVE WS-TVD-TTC(WS-TVD-IDX) TO WS-TV-AMT-DISPLAY
              MOVE WS-TVD-CALC(WS-TVD-IDX) TO WS-TV-AMT2-DISPLAY
              MOVE SPACES TO WS-TV-EXC-TEXT
              EVALUATE TRUE
                 WHEN WS-TVD-TYPE(WS-TVD-IDX) = "V"
                    AND WS-TVD-NB(WS-TVD-IDX) = 0
                    STRING
                       "VENTE FACTURE " DELIMITED BY SIZE
                       WS-TVD-INVOICE(WS-TVD-IDX) DELIMITED BY SIZE
                       " TTC=" DELIMITED BY SIZE
                       FUNCTION TRIM (WS-TV-AMT-DISPLAY)
                          DELIMITED BY SIZE
                       " SANS FACTURE DATEE DANS LA PERIODE"
                          DELIMITED BY SIZE
                       INTO WS-TV-EXC-TEXT
                    END-STRING
                 WHEN WS-TVD-TYPE(WS-TVD-IDX) = "A"
                    AND WS-TVD-NB(WS-TVD-IDX) = 0
                    STRING
                       "AVOIR " DELIMITED BY SIZE
                       WS-TVD-CREDIT(WS-TVD-IDX) DELIMITED BY SIZE
                       " FACTURE " DELIMITED BY SIZE
                       WS-TVD-INVOICE(WS-TVD-IDX) DELIMITED BY SIZE
                       " TTC=" DELIMITED BY SIZE
                       FUNCTION TRIM (WS-TV-AMT-DISPLAY)
                          DELIMITED BY SIZE
                       " SANS LIGNE DANS retours.txt"
                          DELIMITED BY SIZE
                       INTO WS-TV-EXC-TEXT
                    END-STRING
                 WHEN WS-TVD-CALC(WS-TVD-IDX) NOT =
                    WS-TVD-TTC(WS-TVD-IDX)
                    IF WS-TVD-TYPE(WS-TVD-IDX) = "V"
                       MOVE "VENTE FACTURE" TO WS-TV-DUMMY
                       MOVE WS-TVD-INVOICE(WS-TVD-IDX) TO
                          WS-TV-NUM-DISPLAY
                       MOVE " FACTURE=" TO WS-TV-HEAD
                    ELSE
                       MOVE "AVOIR" TO WS-TV-DUMMY
                       MOVE WS-TVD-CREDIT(WS-TVD-IDX) TO
                          WS-TV-NUM-DISPLAY
                       MOVE " RETOURS=" TO WS-TV-HEAD
                    END-IF
                    STRING
                       WS-TV-DUMMY DELIMITED BY "  "
                       " " DELIMITED BY SIZE
                       WS-TV-NUM-DISPLAY DELIMITED BY SIZE
                       " ECART TTC VENTES=" DELIMITED BY SIZE
                       FUNCTION TRIM (WS-TV-AMT-DISPLAY)
                          DELIMITED BY SIZE
                       WS-TV-HEAD DELIMITED BY "  "
                       FUNCTION TRIM (WS-TV-AMT2-DISPLAY)
                          DELIMITED BY SIZE
                       INTO WS-TV-EXC-TEXT
                    END-STRING
              END-EVALUATE
              IF WS-TV-EXC-TEXT NOT = SPACES
                 PERFORM PROC-TV-EXCEPTION
              END-IF
           END-PERFORM
           EXIT.

       PROC-TV-EXCEPTION.
           IF WS-TVE-COUNT < WS-TVE-CAPACITY
              ADD 1 TO WS-TVE-COUNT
              MOVE WS-TV-EXC-TEXT TO WS-TVE-LINE(WS-TVE-COUNT)
           ELSE
              ADD 1 TO WS-TV-LOST-COUNT
           END-IF
           EXIT.

      *    TRI DES TAUX PAR ORDRE CROISSANT POUR L'EDITION
       PROC-TV-SORT.
           PERFORM VARYING WS-TVR-IDX FROM 1 BY 1
              UNTIL WS-TVR-IDX >= WS-TVR-COUNT
              PERFORM VARYING WS-TVR-JDX FROM 1 BY 1
                 UNTIL WS-TVR-JDX > WS-TVR-COUNT - WS-TVR-IDX
                 IF WS-TVR-RATE(WS-TVR-JDX) >
                    WS-TVR-RATE(WS-TVR-JDX + 1)
                    MOVE WS-TVR-RECORD(WS-TVR-JDX) TO TMP-TVR-ITEM
                    MOVE WS-TVR-RECORD(WS-TVR-JDX + 1) TO
                       WS-TVR-RECORD(WS-TVR-JDX)
                    MOVE TMP-TVR-ITEM TO WS-TVR-RECORD(WS-TVR-JDX + 1)
                 END-IF
              END-PERFORM
           END-PERFORM
           EXIT.

       PROC-TV-PRINT.
           MOVE ZERO TO WS-TV-TOTAL-BASE
           MOVE ZERO TO WS-TV-TOTAL-TAX

           OPEN OUTPUT VAT-REPORT-FILE
           IF FC-TVA NOT = "00"
              DISPLAY "Erreur à l'ouverture"
              DISPLAY "FS TVA: " FC-TVA
           END-IF

           MOVE SPACES TO FS-TVA-LINE
           STRING
              "DECLARATION DE TVA DU " DELIMITED BY SIZE
              WS-TV-DATE-FROM DELIMITED BY SIZE
              " AU " DELIMITED BY SIZE
              WS-TV-DATE-TO DELIMITED BY SIZE
              " - EDITEE LE " DELIMITED BY SIZE
              WS-BD-DATE-TEXT DELIMITED BY SIZE
              INTO FS-TVA-LINE
           END-STRING
           PERFORM PROC-TV-WRITE
           MOVE SPACES TO FS-TVA-LINE
           PERFORM PROC-TV-WRITE
           MOVE "TAUX %        BASE HT    TVA COLLECTEE  LIGNES"
              TO FS-TVA-LINE
           PERFORM PROC-TV-WRITE
           MOVE ALL "-" TO FS-TVA-LINE(1:47)
           PERFORM PROC-TV-WRITE

           PERFORM VARYING WS-TVR-IDX FROM 1 BY 1
              UNTIL WS-TVR-IDX > WS-TVR-COUNT
              ADD WS-TVR-BASE(WS-TVR-IDX) TO WS-TV-TOTAL-BASE
              ADD WS-TVR-TAX(WS-TVR-IDX) TO WS-TV-TOTAL-TAX
              MOVE WS-TVR-RATE(WS-TVR-IDX) TO WS-TV-RATE-DISPLAY
              MOVE WS-TVR-BASE(WS-TVR-IDX) TO WS-TV-AMT-DISPLAY
              MOVE WS-TVR-TAX(WS-TVR-IDX) TO WS-TV-AMT2-DISPLAY
              MOVE WS-TVR-NB(WS-TVR-IDX) TO WS-TV-NB-DISPLAY
              MOVE SPACES TO FS-TVA-LINE
              STRING
                 "  " DELIMITED BY SIZE
                 WS-TV-RATE-DISPLAY DELIMITED BY SIZE
                 " " DELIMITED BY SIZE
                 WS-TV-AMT-DISPLAY DELIMITED BY SIZE
                 "   " DELIMITED BY SIZE
                 WS-TV-AMT2-DISPLAY DELIMITED BY SIZE
                 "   " DELIMITED BY SIZE
                 WS-TV-NB-DISPLAY DELIMITED BY SIZE
                 INTO FS-TVA-LINE
              END-STRING
              PERFORM PROC-TV-WRITE
           END-PERFORM

           MOVE ALL "-" TO FS-TVA-LINE(1:47)
           PERFORM PROC-TV-WRITE
           MOVE WS-TV-TOTAL-BASE TO WS-TV-AMT-DISPLAY
           MOVE WS-TV-TOTAL-TAX TO WS-TV-AMT2-DISPLAY
           MOVE SPACES TO FS-TVA-LINE
           STRING
              "TOTAL " DELIMITED BY SIZE
              WS-TV-AMT-DISPLAY DELIMITED BY SIZE
              "   " DELIMITED BY SIZE
              WS-TV-AMT2-DISPLAY DELIMITED BY SIZE
              INTO FS-TVA-LINE
           END-STRING
           PERFORM PROC-TV-WRITE

           MOVE SPACES TO FS-TVA-LINE
           PERFORM PROC-TV-WRITE
           MOVE "RAPPROCHEMENT TTC AVEC ventes.txt" TO FS-TVA-LINE
           PERFORM PROC-TV-WRITE
           MOVE SPACES TO FS-TVA-LINE
           STRING
              "                FACTURES/RETOURS       ventes.txt"
                 DELIMITED BY SIZE
              "            ECART" DELIMITED BY SIZE
              INTO FS-TVA-LINE
           END-STRING
           PERFORM PROC-TV-WRITE
           MOVE ALL "-" TO FS-TVA-LINE(1:67)
           PERFORM PROC-TV-WRITE
           MOVE "VENTES    " TO WS-TV-NUM-TEXT
           MOVE WS-TV-DOC-SALES TO WS-TV-HT
           MOVE WS-TV-SALES-TTC TO WS-TV-TTC
           PERFORM PROC-TV-RECON-LINE
           MOVE "AVOIRS    " TO WS-TV-NUM-TEXT
           MOVE WS-TV-DOC-CREDIT TO WS-TV-HT
           MOVE WS-TV-CREDIT-TTC TO WS-TV-TTC
           PERFORM PROC-TV-RECON-LINE
           MOVE "NET       " TO WS-TV-NUM-TEXT
           COMPUTE WS-TV-HT = WS-TV-DOC-SALES - WS-TV-DOC-CREDIT
           COMPUTE WS-TV-TTC = WS-TV-SALES-TTC - WS-TV-CREDIT-TTC
           PERFORM PROC-TV-RECON-LINE

           MOVE SPACES TO FS-TVA-LINE
           PERFORM PROC-TV-WRITE
           MOVE WS-TVE-COUNT TO WS-TV-NB-DISPLAY
           MOVE SPACES TO FS-TVA-LINE
           STRING
              "EXCEPTIONS : " DELIMITED BY SIZE
              WS-TV-NB-DISPLAY DELIMITED BY SIZE
              INTO FS-TVA-LINE
           END-STRING
           PERFORM PROC-TV-WRITE
           PERFORM VARYING WS-TVE-IDX FROM 1 BY 1
              UNTIL WS-TVE-IDX > WS-TVE-COUNT
              MOVE SPACES TO FS-TVA-LINE
              STRING
                 "  " DELIMITED BY SIZE
                 WS-TVE-LINE(WS-TVE-IDX) DELIMITED BY SIZE
                 INTO FS-TVA-LINE
              END-STRING
              PERFORM PROC-TV-WRITE
           END-PERFORM

           MOVE SPACES TO FS-TVA-LINE
           PERFORM PROC-TV-WRITE
           MOVE SPACES TO FS-TVA-LINE
           STRING
              "FACTURES LUES: " DELIMITED BY SIZE
              WS-TV-INV-COUNT DELIMITED BY SIZE
              "  LIGNES DE RETOUR: " DELIMITED BY SIZE
              WS-TV-RET-COUNT DELIMITED BY SIZE
              "  LIGNES ventes.txt: " DELIMITED BY SIZE
              WS-TV-VNT-COUNT DELIMITED BY SIZE
              INTO FS-TVA-LINE
           END-STRING
           PERFORM PROC-TV-WRITE
           IF WS-TV-LOST-COUNT > 0
              MOVE SPACES TO FS-TVA-LINE
              STRING
                 "*** ELEMENTS AU-DELA DE LA CAPACITE DES TABLES: "
                    DELIMITED BY SIZE
                 WS-TV-LOST-COUNT DELIMITED BY SIZE
                 " ***" DELIMITED BY SIZE
                 INTO FS-TVA-LINE
              END-STRING
              PERFORM PROC-TV-WRITE
           END-IF

           IF FC-TVA = "00"
              CLOSE VAT-REPORT-FILE
           END-IF
           EXIT.

      *    LIGNE DE RAPPROCHEMENT : WS-TV-NUM-TEXT LIBELLE, WS-TV-HT
      *    TTC DES PIECES (FACTURES OU RETOURS), WS-TV-TTC TTC DE
      *    ventes.txt
       PROC-TV-RECON-LINE.
           COMPUTE WS-TV-GAP = WS-TV-HT - WS-TV-TTC
           MOVE WS-TV-HT TO WS-TV-AMT-DISPLAY
           MOVE WS-TV-TTC TO WS-TV-AMT2-DISPLAY
           MOVE WS-TV-GAP TO WS-TV-AMT3-DISPLAY
           MOVE SPACES TO FS-TVA-LINE
           STRING
              WS-TV-NUM-TEXT DELIMITED BY SIZE
              "    " DELIMITED BY SIZE
              WS-TV-AMT-DISPLAY DELIMITED BY SIZE
              "    " DELIMITED BY SIZE
              WS-TV-AMT2-DISPLAY DELIMITED BY SIZE
              "    " DELIMITED BY SIZE
              WS-TV-AMT3-DISPLAY DELIMITED BY SIZE
              INTO FS-TVA-LINE
           END-STRING
           PERFORM PROC-TV-WRITE
           EXIT.

      *    LA LIGNE DU RAPPORT EST AFFICHEE ET ECRITE
       PROC-TV-WRITE.
           DISPLAY FUNCTION TRIM (FS-TVA-LINE TRAILING)
           IF FC-TVA = "00"
              WRITE FS-TVA-LINE
           END-IF
           EXIT.

      *    ORDRES PERMANENTS (OPTION 20) : CONSULTATION, CREATION,
      *    MODIFICATION ET CLOTURE DES ORDRES DE ordres.txt, RAPPORT
      *    DE LA DERNIERE GENERATION ET ORDRES TOMBES EN SUSPENS - LA
      *    GENERATION ELLE-MEME EST LANCEE PAR LA COMPTABILISATION
      *    (PROC-SO-GENERATE EN TETE DE PROC-TRX-POST-RUN)
       PROC-STANDING-ORDERS.
           SET WS-NOUT-OF-SO-LOOP TO TRUE
           PERFORM PROC-SO-LOAD
           PERFORM PROC-SO-MENU
           ACCEPT WS-SO-CHOICE
           PERFORM PROC-LOOP-SO-CHOICE
           EXIT.

       PROC-SO-MENU.
           DISPLAY " "
           DISPLAY "--------------------------------------------------"
           DISPLAY "|            Ordres permanents                   |"
           DISPLAY "|------------------------------------------------|"
           DISPLAY "|                                                |"
           DISPLAY "| 1 - Consulter les ordres.                      |"
           DISPLAY "| 2 - Créer un ordre.                            |"
           DISPLAY "| 3 - Modifier un ordre.                         |"
           DISPLAY "| 4 - Clôturer un ordre.                         |"
           DISPLAY "| 5 - Rapport du dernier passage.                |"
           DISPLAY "| 6 - Ordres tombés en suspens.                  |"
           DISPLAY "| 0 - Quitter.                                   |"
           DISPLAY "|                                                |"
           DISPLAY "--------------------------------------------------"
           DISPLAY " "
           DISPLAY "Que voulez-vous faire?"
           EXIT.

       PROC-LOOP-SO-CHOICE.
           PERFORM UNTIL WS-SO-CHOICE = 0 OR WS-OUT-OF-SO-LOOP
              EVALUATE WS-SO-CHOICE
                 WHEN 0
                    DISPLAY " "
                 WHEN 1
                    PERFORM PROC-SO-LIST
                    SET WS-OUT-OF-SO-LOOP TO TRUE
                 WHEN 2
                    PERFORM PROC-SO-CREATE
                    SET WS-OUT-OF-SO-LOOP TO TRUE
                 WHEN 3
                    PERFORM PROC-SO-MODIFY
                    SET WS-OUT-OF-SO-LOOP TO TRUE
                 WHEN 4
                    PERFORM PROC-SO-CLOSE
                    SET WS-OUT-OF-SO-LOOP TO TRUE
                 WHEN 5
                    PERFORM PROC-SO-SHOW-REPORT
                    SET WS-OUT-OF-SO-LOOP TO TRUE
                 WHEN 6
                    PERFORM PROC-SO-SUSPENSE
                    SET WS-OUT-OF-SO-LOOP TO TRUE
                 WHEN OTHER
                    DISPLAY "Choix invalide."
                    DISPLAY "Sélectionner une valeur entre 0 et 6."
                    SET WS-OUT-OF-SO-LOOP TO TRUE
              END-EVALUATE
           END-PERFORM
           EXIT.

      *    CHARGE ordres.txt DANS TAB-SO - LE PLUS GRAND CODE LU SERT
      *    DE BASE A LA NUMEROTATION DES NOUVEAUX ORDRES
       PROC-SO-LOAD.
           MOVE ZERO TO WS-SO-COUNT
           MOVE ZERO TO WS-SO-LOST-COUNT
           MOVE ZERO TO WS-SO-NEXT-CODE
           SET WS-SO-NOT-EOF TO TRUE

           OPEN INPUT STANDING-ORDER-FILE
           IF FC-ORD NOT = "00"
              SET WS-SO-EOF TO TRUE
           END-IF

           PERFORM UNTIL WS-SO-EOF
              READ STANDING-ORDER-FILE
                 AT END SET WS-SO-EOF TO TRUE
                 NOT AT END
                    IF FS-ORD-LINE NOT = SPACES
                       PERFORM PROC-SO-LOAD-ONE
                    END-IF
              END-READ
           END-PERFORM

           IF FC-ORD NOT = "35"
              CLOSE STANDING-ORDER-FILE
           END-IF

           IF WS-SO-LOST-COUNT > 0
              DISPLAY "*** " WS-SO-LOST-COUNT " ORDRE(S) AU-DELA DE "
                 "LA CAPACITE DE LA TABLE ***"
           END-IF
           EXIT.

       PROC-SO-LOAD-ONE.
           IF WS-SO-COUNT >= WS-SO-CAPACITY
              ADD 1 TO WS-SO-LOST-COUNT
           ELSE
              ADD 1 TO WS-SO-COUNT
              MOVE SPACES TO WS-SO-RECORD(WS-SO-COUNT)
              MOVE SPACES TO WS-SO-CODE-TEXT
              MOVE SPACES TO WS-SO-STATUS-TEXT
              MOVE SPACES TO WS-SO-AMOUNT-TEXT
              MOVE SPACES TO WS-SO-FREQ-TEXT
              MOVE SPACES TO WS-SO-START-TEXT
              MOVE SPACES TO WS-SO-END-TEXT
              MOVE SPACES TO WS-SO-LAST-TEXT
              INSPECT FS-ORD-LINE REPLACING ALL ";" BY "|"
              UNSTRING FS-ORD-LINE DELIMITED BY "|"
                  INTO WS-SO-CODE-TEXT, WS-SO-STATUS-TEXT,
                       WS-SO-ISSUER(WS-SO-COUNT),
                       WS-SO-TYPE(WS-SO-COUNT),
                       WS-SO-AMOUNT-TEXT, WS-SO-FREQ-TEXT,
                       WS-SO-START-TEXT, WS-SO-END-TEXT,
                       WS-SO-LAST-TEXT,
                       WS-SO-CPTY(WS-SO-COUNT)

              MOVE ZERO TO WS-SO-CODE(WS-SO-COUNT)
              IF WS-SO-CODE-TEXT NOT = SPACES
                 AND FUNCTION TEST-NUMVAL (WS-SO-CODE-TEXT) = 0
                 COMPUTE WS-SO-CODE(WS-SO-COUNT) =
                    FUNCTION NUMVAL (WS-SO-CODE-TEXT)
              END-IF
              IF WS-SO-CODE(WS-SO-COUNT) > WS-SO-NEXT-CODE
                 MOVE WS-SO-CODE(WS-SO-COUNT) TO WS-SO-NEXT-CODE
              END-IF

              MOVE WS-SO-STATUS-TEXT(1:1) TO
                 WS-SO-STATUS(WS-SO-COUNT)
              MOVE WS-SO-FREQ-TEXT(1:1) TO WS-SO-FREQ(WS-SO-COUNT)

              MOVE ZERO TO WS-SO-AMOUNT(WS-SO-COUNT)
              IF WS-SO-AMOUNT-TEXT NOT = SPACES
                 AND FUNCTION TEST-NUMVAL (WS-SO-AMOUNT-TEXT) = 0
                 COMPUTE WS-SO-AMOUNT(WS-SO-COUNT) =
                    FUNCTION NUMVAL (WS-SO-AMOUNT-TEXT)
              END-IF

              MOVE ZERO TO WS-SO-START(WS-SO-COUNT)
              IF WS-SO-START-TEXT(1:8) IS NUMERIC
                 MOVE WS-SO-START-TEXT(1:8) TO
                    WS-SO-START(WS-SO-COUNT)
              END-IF
              MOVE ZERO TO WS-SO-END(WS-SO-COUNT)
              IF WS-SO-END-TEXT(1:8) IS NUMERIC
                 MOVE WS-SO-END-TEXT(1:8) TO WS-SO-END(WS-SO-COUNT)
              END-IF
              MOVE ZERO TO WS-SO-LAST(WS-SO-COUNT)
              IF WS-SO-LAST-TEXT(1:8) IS NUMERIC
                 MOVE WS-SO-LAST-TEXT(1:8) TO
                    WS-SO-LAST(WS-SO-COUNT)
              END-IF
           END-IF
           EXIT.

      *    REECRIT ordres.txt A PARTIR DE TAB-SO - LES APPELANTS
      *    REFUSENT L'OPERATION SI LA TABLE A DEBORDE AU CHARGEMENT
       PROC-SO-SAVE.
           OPEN OUTPUT STANDING-ORDER-FILE
           IF FC-ORD NOT = "00"
              DISPLAY "Erreur à l'ouverture"
              DISPLAY "FS ORDRES: " FC-ORD
           ELSE
              PERFORM VARYING WS-SO-IDX FROM 1 BY 1
                 UNTIL WS-SO-IDX > WS-SO-COUNT
                 MOVE WS-SO-AMOUNT(WS-SO-IDX) TO WS-SO-AMT-EDIT
                 MOVE SPACES TO FS-ORD-LINE
                 STRING
                    WS-SO-CODE(WS-SO-IDX) DELIMITED BY SIZE
                    ";" DELIMITED BY SIZE
                    WS-SO-STATUS(WS-SO-IDX) DELIMITED BY SIZE
                    ";" DELIMITED BY SIZE
                    FUNCTION TRIM (WS-SO-ISSUER(WS-SO-IDX))
                       DELIMITED BY SIZE
                    ";" DELIMITED BY SIZE
                    FUNCTION TRIM (WS-SO-TYPE(WS-SO-IDX))
                       DELIMITED BY SIZE
                    ";" DELIMITED BY SIZE
                    FUNCTION TRIM (WS-SO-AMT-EDIT) DELIMITED BY SIZE
                    ";" DELIMITED BY SIZE
                    WS-SO-FREQ(WS-SO-IDX) DELIMITED BY SIZE
                    ";" DELIMITED BY SIZE
                    WS-SO-START(WS-SO-IDX) DELIMITED BY SIZE
                    ";" DELIMITED BY SIZE
                    WS-SO-END(WS-SO-IDX) DELIMITED BY SIZE
                    ";" DELIMITED BY SIZE
                    WS-SO-LAST(WS-SO-IDX) DELIMITED BY SIZE
                    ";" DELIMITED BY SIZE
                    FUNCTION TRIM (WS-SO-CPTY(WS-SO-IDX))
                       DELIMITED BY SIZE
                    INTO FS-ORD-LINE
                 END-STRING
                 WRITE FS-ORD-LINE
              END-PERFORM
              CLOSE STANDING-ORDER-FILE
           END-IF
           EXIT.

       PROC-SO-LIST.
           DISPLAY " "
           DISPLAY "--------------------------------------------------"
           DISPLAY "|               ORDRES PERMANENTS                |"
           DISPLAY "--------------------------------------------------"
           IF WS-SO-COUNT = 0
              DISPLAY "Aucun ordre permanent."
           END-IF
           PERFORM VARYING WS-SO-IDX FROM 1 BY 1
              UNTIL WS-SO-IDX > WS-SO-COUNT
              PERFORM PROC-SO-LIST-ONE
           END-PERFORM
           DISPLAY " "
           EXIT.

      *    STATUT : A = ACTIF, C = CLOTURE, E = ECHU - DATES AFFICHEES
      *    EN JJ/MM/AAAA, "SANS FIN" / "AUCUNE" QUAND ELLES SONT A ZERO
       PROC-SO-LIST-ONE.
           MOVE WS-SO-AMOUNT(WS-SO-IDX) TO WS-SO-AMT-DISPLAY
           DISPLAY WS-SO-CODE(WS-SO-IDX) " [" WS-SO-STATUS(WS-SO-IDX)
              "] " WS-SO-TYPE(WS-SO-IDX) " "
              FUNCTION TRIM (WS-SO-ISSUER(WS-SO-IDX))
              " MONTANT=" WS-SO-AMT-DISPLAY
              " FREQUENCE=" WS-SO-FREQ(WS-SO-IDX)
           IF WS-SO-CPTY(WS-SO-IDX) NOT = SPACES
              DISPLAY "     CONTREPARTIE: "
                 FUNCTION TRIM (WS-SO-CPTY(WS-SO-IDX))
           END-IF

           MOVE WS-SO-START(WS-SO-IDX) TO WS-SO-DATE-NUM
           PERFORM PROC-SO-FORMAT-DATE
           MOVE WS-SO-DATE-TEXT TO WS-SO-START-TEXT
           IF WS-SO-END(WS-SO-IDX) = ZERO
              MOVE "SANS FIN" TO WS-SO-END-TEXT
           ELSE
              MOVE WS-SO-END(WS-SO-IDX) TO WS-SO-DATE-NUM
              PERFORM PROC-SO-FORMAT-DATE
              MOVE WS-SO-DATE-TEXT TO WS-SO-END-TEXT
           END-IF
           IF WS-SO-LAST(WS-SO-IDX) = ZERO
              MOVE "AUCUNE" TO WS-SO-LAST-TEXT
           ELSE
              MOVE WS-SO-LAST(WS-SO-IDX) TO WS-SO-DATE-NUM
              PERFORM PROC-SO-FORMAT-DATE
              MOVE WS-SO-DATE-TEXT TO WS-SO-LAST-TEXT
           END-IF
           DISPLAY "     DEBUT: " WS-SO-START-TEXT
              "  FIN: " WS-SO-END-TEXT
              "  DERNIERE ECHEANCE: " WS-SO-LAST-TEXT
           EXIT.

      *    CREATION D'UN ORDRE : L'EMETTEUR (ET LA CONTREPARTIE D'UN
      *    VIREMENT) DOIVENT ETRE DES CLIENTS DE clients.txt, LE
      *    MONTANT POSITIF, LA DATE DE DEBUT AU PLUS TOT LA DATE DE
      *    TRAITEMENT ET LA DATE DE FIN, SI ELLE EST SAISIE,
      *    POSTERIEURE AU DEBUT
       PROC-SO-CREATE.
           EVALUATE TRUE
              WHEN WS-SO-LOST-COUNT > 0
              WHEN WS-SO-COUNT >= WS-SO-CAPACITY
                 DISPLAY "*** TABLE DES ORDRES PLEINE - CREATION "
                    "REFUSEE, ordres.txt CONSERVE ***"
              WHEN OTHER
                 PERFORM PROC-SO-CREATE-BODY
           END-EVALUATE
           EXIT.

       PROC-SO-CREATE-BODY.
           PERFORM PROC-TRX-LOAD-CLIENTS
           SET WS-SO-ENTRY-OK TO TRUE
           COMPUTE WS-SO-IDX = WS-SO-COUNT + 1
           MOVE SPACES TO WS-SO-RECORD(WS-SO-IDX)

           DISPLAY "Emetteur (nom du client) : "
           ACCEPT WS-SO-ISSUER(WS-SO-IDX)
           MOVE WS-SO-ISSUER(WS-SO-IDX) TO WS-TRX-NAME
           PERFORM PROC-SO-FIND-CLIENT
           IF WS-TRX-NOT-FOUND
              DISPLAY "*** Client inconnu dans clients.txt. ***"
              SET WS-SO-ENTRY-KO TO TRUE
           END-IF

           IF WS-SO-ENTRY-OK
              DISPLAY "Type (VIREMENT/RETRAIT) : "
              ACCEPT WS-SO-TYPE(WS-SO-IDX)
              MOVE FUNCTION TRIM (WS-SO-TYPE(WS-SO-IDX)) TO
                 WS-SO-TYPE(WS-SO-IDX)
              IF WS-SO-TYPE(WS-SO-IDX) NOT = "VIREMENT"
                 AND WS-SO-TYPE(WS-SO-IDX) NOT = "RETRAIT"
                 DISPLAY "*** Type invalide. ***"
                 SET WS-SO-ENTRY-KO TO TRUE
              END-IF
           END-IF

           IF WS-SO-ENTRY-OK
              AND WS-SO-TYPE(WS-SO-IDX) = "VIREMENT"
              DISPLAY "Contrepartie (nom du client) : "
              ACCEPT WS-SO-CPTY(WS-SO-IDX)
              MOVE WS-SO-CPTY(WS-SO-IDX) TO WS-TRX-NAME
              PERFORM PROC-SO-FIND-CLIENT
              EVALUATE TRUE
                 WHEN WS-TRX-NOT-FOUND
                    DISPLAY "*** Contrepartie inconnue dans "
                       "clients.txt. ***"
                    SET WS-SO-ENTRY-KO TO TRUE
                 WHEN FUNCTION TRIM (WS-SO-CPTY(WS-SO-IDX)) =
                    FUNCTION TRIM (WS-SO-ISSUER(WS-SO-IDX))
                    DISPLAY "*** La contrepartie doit être "
                       "différente de l'émetteur. ***"
                    SET WS-SO-ENTRY-KO TO TRUE
              END-EVALUATE
           END-IF

           IF WS-SO-ENTRY-OK
              PERFORM PROC-SO-ACCEPT-AMOUNT
           END-IF

           IF WS-SO-ENTRY-OK
              DISPLAY "Fréquence (H = hebdomadaire, M = mensuelle, "
                 "T = trimestrielle) : "
              ACCEPT WS-SO-FREQ-TEXT
              MOVE WS-SO-FREQ-TEXT(1:1) TO WS-SO-FREQ(WS-SO-IDX)
              IF WS-SO-FREQ(WS-SO-IDX) NOT = "H"
                 AND WS-SO-FREQ(WS-SO-IDX) NOT = "M"
                 AND WS-SO-FREQ(WS-SO-IDX) NOT = "T"
                 DISPLAY "*** Fréquence invalide. ***"
                 SET WS-SO-ENTRY-KO TO TRUE
              END-IF
           END-IF

           IF WS-SO-ENTRY-OK
              DISPLAY "Date de début (JJ/MM/AAAA) : "
              ACCEPT WS-SO-DATE-IN
              PERFORM PROC-SO-PARSE-DATE
              IF WS-SO-DATE-NUM < WS-BD-DATE
                 DISPLAY "*** Date de début invalide ou antérieure "
                    "à la date de traitement " WS-BD-DATE-TEXT ". ***"
                 SET WS-SO-ENTRY-KO TO TRUE
              ELSE
                 MOVE WS-SO-DATE-NUM TO WS-SO-START(WS-SO-IDX)
              END-IF
           END-IF

           IF WS-SO-ENTRY-OK
              PERFORM PROC-SO-ACCEPT-END
           END-IF

           IF WS-SO-ENTRY-OK
              ADD 1 TO WS-SO-NEXT-CODE
              MOVE WS-SO-NEXT-CODE TO WS-SO-CODE(WS-SO-IDX)
              MOVE "A" TO WS-SO-STATUS(WS-SO-IDX)
              MOVE ZERO TO WS-SO-LAST(WS-SO-IDX)
              ADD 1 TO WS-SO-COUNT
              PERFORM PROC-SO-SAVE
              DISPLAY "Ordre " WS-SO-CODE(WS-SO-IDX) " créé."
           ELSE
              DISPLAY "*** Ordre non créé. ***"
           END-IF
           EXIT.

      *    RECHERCHE WS-TRX-NAME DANS TAB-CLIENTS (CHARGEE PAR
      *    PROC-TRX-LOAD-CLIENTS) - POSITIONNE WS-TRX-FOUND-SW
       PROC-SO-FIND-CLIENT.
           SET WS-TRX-NOT-FOUND TO TRUE
           PERFORM VARYING WS-CL-IDX FROM 1 BY 1
              UNTIL WS-CL-IDX > WS-CL-COUNT
              OR WS-TRX-FOUND
              IF FUNCTION TRIM (WS-CL-NAME(WS-CL-IDX)) =
                 FUNCTION TRIM (WS-TRX-NAME)
                 AND WS-TRX-NAME NOT = SPACES
                 SET WS-TRX-FOUND TO TRUE
              END-IF
           END-PERFORM
           EXIT.

       PROC-SO-ACCEPT-AMOUNT.
           DISPLAY "Montant : "
           ACCEPT WS-SO-AMOUNT-TEXT
           IF WS-SO-AMOUNT-TEXT = SPACES
              OR FUNCTION TEST-NUMVAL (WS-SO-AMOUNT-TEXT) NOT = 0
              DISPLAY "*** Montant non numérique. ***"
              SET WS-SO-ENTRY-KO TO TRUE
           ELSE
              IF FUNCTION NUMVAL (WS-SO-AMOUNT-TEXT) <= 0
                 DISPLAY "*** Le montant doit être positif. ***"
                 SET WS-SO-ENTRY-KO TO TRUE
              ELSE
                 COMPUTE WS-SO-AMOUNT(WS-SO-IDX) =
                    FUNCTION NUMVAL (WS-SO-AMOUNT-TEXT)
              END-IF
           END-IF
           EXIT.

      *    DATE DE FIN FACULTATIVE (VIDE = SANS FIN) - UNE DATE
      *    SAISIE DOIT ETRE VALIDE ET NE PAS PRECEDER LE DEBUT
       PROC-SO-ACCEPT-END.
           DISPLAY "Date de fin (JJ/MM/AAAA, vide = sans fin) : "
           MOVE SPACES TO WS-SO-DATE-IN
           ACCEPT WS-SO-DATE-IN
           IF WS-SO-DATE-IN = SPACES
              MOVE ZERO TO WS-SO-END(WS-SO-IDX)
           ELSE
              PERFORM PROC-SO-PARSE-DATE
              IF WS-SO-DATE-NUM = ZERO
                 OR WS-SO-DATE-NUM < WS-SO-START(WS-SO-IDX)
                 DISPLAY "*** Date de fin invalide ou antérieure "
                    "au début. ***"
                 SET WS-SO-ENTRY-KO TO TRUE
              ELSE
                 MOVE WS-SO-DATE-NUM TO WS-SO-END(WS-SO-IDX)
              END-IF
           END-IF
           EXIT.

      *    CONVERTIT WS-SO-DATE-IN (JJ/MM/AAAA) EN WS-SO-DATE-NUM
      *    (AAAAMMJJ) - ZERO SI LA DATE EST INVALIDE
       PROC-SO-PARSE-DATE.
           MOVE ZERO TO WS-SO-DATE-NUM
           MOVE ZERO TO WS-DATE-DAY
           MOVE ZERO TO WS-DATE-MONTH
           MOVE ZERO TO WS-DATE-YEAR
           UNSTRING WS-SO-DATE-IN DELIMITED BY "/"
               INTO WS-DATE-DAY, WS-DATE-MONTH, WS-DATE-YEAR
           PERFORM PROC-VALIDATE-DATE
           IF WS-DATE-VALID
              AND WS-DATE-YEAR > 1600
              COMPUTE WS-SO-DATE-NUM =
                 WS-DATE-YEAR * 10000
                 + WS-DATE-MONTH * 100 + WS-DATE-DAY
           END-IF
           EXIT.

      *    CONVERTIT WS-SO-DATE-NUM (AAAAMMJJ) EN WS-SO-DATE-TEXT
      *    (JJ/MM/AAAA), FORMAT DES DATES DE transactions.txt
       PROC-SO-FORMAT-DATE.
           MOVE SPACES TO WS-SO-DATE-TEXT
           STRING
              WS-SO-DATE-NUM(7:2) DELIMITED BY SIZE
              "/" DELIMITED BY SIZE
              WS-SO-DATE-NUM(5:2) DELIMITED BY SIZE
              "/" DELIMITED BY SIZE
              WS-SO-DATE-NUM(1:4) DELIMITED BY SIZE
              INTO WS-SO-DATE-TEXT
           END-STRING
           EXIT.

      *    RECHERCHE L'ORDRE DONT LE CODE EST SAISI - POSITIONNE
      *    WS-SO-IDX ET WS-SO-FOUND-SW
       PROC-SO-SELECT.
           PERFORM PROC-SO-LIST
           SET WS-SO-NOT-FOUND TO TRUE
           IF WS-SO-COUNT > 0
              DISPLAY "Code de l'ordre : "
              ACCEPT WS-SO-CODE-IN
              PERFORM VARYING WS-SO-IDX FROM 1 BY 1
                 UNTIL WS-SO-IDX > WS-SO-COUNT
                 OR WS-SO-FOUND
                 IF WS-SO-CODE(WS-SO-IDX) = WS-SO-CODE-IN
                    SET WS-SO-FOUND TO TRUE
                 END-IF
              END-PERFORM
              IF WS-SO-FOUND
                 SUBTRACT 1 FROM WS-SO-IDX
              ELSE
                 DISPLAY "*** Ordre inconnu. ***"
              END-IF
           END-IF
           EXIT.

      *    SEULS LE MONTANT ET LA DATE DE FIN D'UN ORDRE ACTIF SONT
      *    MODIFIABLES - POUR CHANGER D'EMETTEUR, DE CONTREPARTIE OU
      *    DE FREQUENCE, CLOTURER L'ORDRE ET EN CREER UN NOUVEAU
       PROC-SO-MODIFY.
           IF WS-SO-LOST-COUNT > 0
              DISPLAY "*** TABLE DES ORDRES PLEINE - MODIFICATION "
                 "REFUSEE, ordres.txt CONSERVE ***"
           ELSE
              PERFORM PROC-SO-MODIFY-BODY
           END-IF
           EXIT.

       PROC-SO-MODIFY-BODY.
           PERFORM PROC-SO-SELECT
           IF WS-SO-FOUND
              IF WS-SO-STATUS(WS-SO-IDX) NOT = "A"
                 DISPLAY "*** Ordre non actif - modification "
                    "refusée. ***"
              ELSE
                 SET WS-SO-ENTRY-OK TO TRUE
                 DISPLAY "Champ à modifier :"
                 DISPLAY "1 - Montant."
                 DISPLAY "2 - Date de fin."
                 ACCEPT WS-SO-FIELD-CHOICE
                 EVALUATE WS-SO-FIELD-CHOICE
                    WHEN 1
                       PERFORM PROC-SO-ACCEPT-AMOUNT
                    WHEN 2
                       PERFORM PROC-SO-ACCEPT-END
                    WHEN OTHER
                       DISPLAY "*** Champ invalide - ordre "
                          "inchangé. ***"
                       SET WS-SO-ENTRY-KO TO TRUE
                 END-EVALUATE
                 IF WS-SO-ENTRY-OK
                    PERFORM PROC-SO-SAVE
                    DISPLAY "Ordre " WS-SO-CODE(WS-SO-IDX)
                       " modifié."
                 END-IF
              END-IF
           END-IF
           EXIT.

       PROC-SO-CLOSE.
           IF WS-SO-LOST-COUNT > 0
              DISPLAY "*** TABLE DES ORDRES PLEINE - CLOTURE "
                 "REFUSEE, ordres.txt CONSERVE ***"
           ELSE
              PERFORM PROC-SO-CLOSE-BODY
           END-IF
           EXIT.

       PROC-SO-CLOSE-BODY.
           PERFORM PROC-SO-SELECT
           IF WS-SO-FOUND
              IF WS-SO-STATUS(WS-SO-IDX) NOT = "A"
                 DISPLAY "*** Ordre déjà clôturé ou échu. ***"
              ELSE
                 MOVE "C" TO WS-SO-STATUS(WS-SO-IDX)
                 PERFORM PROC-SO-SAVE
                 DISPLAY "Ordre " WS-SO-CODE(WS-SO-IDX) " clôturé."
              END-IF
           END-IF
           EXIT.

      *    REAFFICHE rapportordres.txt, RAPPORT ECRIT PAR LA DERNIERE
      *    GENERATION (ORDRES GENERES, IGNORES ET ECHUS)
       PROC-SO-SHOW-REPORT.
           SET WS-SO-NOT-EOF TO TRUE
           OPEN INPUT ORDER-REPORT-FILE
           IF FC-ORR NOT = "00"
              DISPLAY "Aucun rapport de génération disponible."
              SET WS-SO-EOF TO TRUE
           END-IF

           PERFORM UNTIL WS-SO-EOF
              READ ORDER-REPORT-FILE
                 AT END SET WS-SO-EOF TO TRUE
                 NOT AT END
                    DISPLAY FUNCTION TRIM (FS-ORR-LINE TRAILING)
              END-READ
           END-PERFORM

           IF FC-ORR NOT = "35"
              CLOSE ORDER-REPORT-FILE
           END-IF
           EXIT.

      *    MOUVEMENTS GENERES PAR UN ORDRE ET REJETES PAR LA
      *    COMPTABILISATION (REFERENCE ORDRE=NNNNNN AU SUSPENS) - LA
      *    CORRECTION ET LE RECYCLAGE SE FONT PAR L'OPTION 16
       PROC-SO-SUSPENSE.
           MOVE ZERO TO WS-SO-SUS-COUNT
           PERFORM PROC-SUS-LOAD
           DISPLAY " "
           DISPLAY "--------------------------------------------------"
           DISPLAY "|          ORDRES PERMANENTS EN SUSPENS          |"
           DISPLAY "--------------------------------------------------"
           PERFORM VARYING WS-SU-IDX FROM 1 BY 1
              UNTIL WS-SU-IDX > WS-SU-COUNT
              IF WS-SU-REF(WS-SU-IDX)(1:6) = "ORDRE="
                 ADD 1 TO WS-SO-SUS-COUNT
                 PERFORM PROC-SUS-LIST-ONE
              END-IF
           END-PERFORM
           IF WS-SO-SUS-COUNT = 0
              DISPLAY "Aucun ordre permanent en suspens."
           ELSE
              DISPLAY " "
              DISPLAY "Correction et recyclage : option 16."
           END-IF
           DISPLAY " "
           EXIT.

      *    GENERATION DES MOUVEMENTS DES ORDRES PERMANENTS ACTIFS
      *    ARRIVES A ECHEANCE A LA DATE DE TRAITEMENT : CHAQUE
      *    ECHEANCE DEVIENT UNE LIGNE DE transactions.txt (REFERENCE
      *    ORDRE=NNNNNN) COMPTABILISEE DANS LE MEME PASSAGE QUE LES
      *    AUTRES MOUVEMENTS - UN MOUVEMENT REJETE VA AU SUSPENS
      *    COMME LES AUTRES - LES ECHEANCES MANQUEES (JOURNEES SANS
      *    COMPTABILISATION) SONT RATTRAPEES DANS LA LIMITE DE
      *    WS-SO-MAX-CATCHUP - RAPPORT DANS rapportordres.txt
       PROC-SO-GENERATE.
           MOVE ZERO TO WS-SO-GEN-COUNT
           MOVE ZERO TO WS-SO-SKIP-COUNT
           MOVE ZERO TO WS-SO-EXP-COUNT
           PERFORM PROC-SO-LOAD

           EVALUATE TRUE
              WHEN FC-ORD = "35"
                 CONTINUE
              WHEN FC-ORD NOT = "00"
                 DISPLAY "Erreur à l'ouverture"
                 DISPLAY "FS ORDRES: " FC-ORD
              WHEN WS-SO-LOST-COUNT > 0
                 DISPLAY "*** TABLE DES ORDRES PLEINE - GENERATION "
                    "REFUSEE, ordres.txt CONSERVE ***"
              WHEN OTHER
                 PERFORM PROC-SO-GENERATE-RUN
           END-EVALUATE
           EXIT.

       PROC-SO-GENERATE-RUN.
           OPEN EXTEND TRANSACTIONS-FILE
           IF FC-TRX = "35"
              OPEN OUTPUT TRANSACTIONS-FILE
           END-IF

           IF FC-TRX NOT = "00"
              DISPLAY "Erreur à l'ouverture"
              DISPLAY "FS TRANSACTIONS: " FC-TRX
              DISPLAY "*** ORDRES PERMANENTS NON GENERES ***"
           ELSE
              OPEN OUTPUT ORDER-REPORT-FILE
              MOVE SPACES TO FS-ORR-LINE
              STRING
                 "*** GENERATION DES ORDRES PERMANENTS DU "
                    DELIMITED BY SIZE
                 WS-BD-DATE-TEXT DELIMITED BY SIZE
                 " OPER=" DELIMITED BY SIZE
                 FUNCTION TRIM (WS-OP-ID) DELIMITED BY SIZE
                 " ***" DELIMITED BY SIZE
                 INTO FS-ORR-LINE
              END-STRING
              WRITE FS-ORR-LINE

              PERFORM VARYING WS-SO-IDX FROM 1 BY 1
                 UNTIL WS-SO-IDX > WS-SO-COUNT
                 IF WS-SO-STATUS(WS-SO-IDX) = "A"
                    PERFORM PROC-SO-GEN-ONE
                 END-IF
              END-PERFORM

              MOVE SPACES TO FS-ORR-LINE
              STRING
                 "*** MOUVEMENTS GENERES: " DELIMITED BY SIZE
                 WS-SO-GEN-COUNT DELIMITED BY SIZE
                 " ORDRES IGNORES: " DELIMITED BY SIZE
                 WS-SO-SKIP-COUNT DELIMITED BY SIZE
                 " ORDRES ECHUS: " DELIMITED BY SIZE
                 WS-SO-EXP-COUNT DELIMITED BY SIZE
                 " ***" DELIMITED BY SIZE
                 INTO FS-ORR-LINE
              END-STRING
              WRITE FS-ORR-LINE

              CLOSE TRANSACTIONS-FILE
              CLOSE ORDER-REPORT-FILE
              PERFORM PROC-SO-SAVE

              DISPLAY "ORDRES PERMANENTS - MOUVEMENTS GENERES : "
                 WS-SO-GEN-COUNT " IGNORES : " WS-SO-SKIP-COUNT
                 " ECHUS : " WS-SO-EXP-COUNT
           END-IF
           EXIT.

      *    TRAITE UN ORDRE ACTIF : ECRIT UN MOUVEMENT PAR ECHEANCE
      *    ATTEINTE, PASSE L'ORDRE A 'E' QUAND L'ECHEANCE SUIVANTE
      *    DEPASSE SA DATE DE FIN - UN ORDRE SANS AUCUN MOUVEMENT
      *    CE JOUR (NON ECHU) OU DONT LE RATTRAPAGE EST PLAFONNE
      *    EST COMPTE COMME IGNORE
       PROC-SO-GEN-ONE.
           MOVE SPACES TO WS-SO-MOTIF
           MOVE ZERO TO WS-SO-CATCHUP
           PERFORM PROC-SO-NEXT-DUE

           PERFORM UNTIL WS-SO-MOTIF NOT = SPACES
              EVALUATE TRUE
                 WHEN WS-SO-END(WS-SO-IDX) NOT = ZERO
                    AND WS-SO-DUE > WS-SO-END(WS-SO-IDX)
                    MOVE "E" TO WS-SO-STATUS(WS-SO-IDX)
                    ADD 1 TO WS-SO-EXP-COUNT
                    MOVE "ECHU" TO WS-SO-MOTIF
                    MOVE "ECHU" TO WS-SO-REP-STATE
                    PERFORM PROC-SO-REPORT-LINE
                 WHEN WS-SO-DUE > WS-BD-DATE
                    MOVE "NON ECHU" TO WS-SO-MOTIF
                 WHEN WS-SO-CATCHUP >= WS-SO-MAX-CATCHUP
                    MOVE "RATTRAPAGE PLAFONNE" TO WS-SO-MOTIF
                 WHEN OTHER
                    PERFORM PROC-SO-WRITE-MOVEMENT
                    MOVE WS-SO-DUE TO WS-SO-LAST(WS-SO-IDX)
                    ADD 1 TO WS-SO-CATCHUP
                    PERFORM PROC-SO-NEXT-DUE
              END-EVALUATE
           END-PERFORM

           IF WS-SO-MOTIF NOT = "ECHU"
              AND (WS-SO-CATCHUP = ZERO
                 OR WS-SO-MOTIF = "RATTRAPAGE PLAFONNE")
              ADD 1 TO WS-SO-SKIP-COUNT
              MOVE "IGNORE" TO WS-SO-REP-STATE
              PERFORM PROC-SO-REPORT-LINE
           END-IF
           EXIT.

      *    ECHEANCE SUIVANTE DE L'ORDRE WS-SO-IDX DANS WS-SO-DUE : LA
      *    DATE DE DEBUT POUR LE PREMIER MOUVEMENT, PUIS DERNIERE
      *    ECHEANCE + 7 JOURS (H), + 1 MOIS (M) OU + 3 MOIS (T)
       PROC-SO-NEXT-DUE.
           IF WS-SO-LAST(WS-SO-IDX) = ZERO
              MOVE WS-SO-START(WS-SO-IDX) TO WS-SO-DUE
           ELSE
              EVALUATE WS-SO-FREQ(WS-SO-IDX)
                 WHEN "H"
                    COMPUTE WS-SO-DUE = FUNCTION DATE-OF-INTEGER (
                       FUNCTION INTEGER-OF-DATE
                          (WS-SO-LAST(WS-SO-IDX)) + 7)
                 WHEN "T"
                    MOVE 3 TO WS-SO-MONTH-STEP
                    PERFORM PROC-SO-ADD-MONTHS
                 WHEN OTHER
                    MOVE 1 TO WS-SO-MONTH-STEP
                    PERFORM PROC-SO-ADD-MONTHS
              END-EVALUATE
           END-IF
           EXIT.

      *    AJOUTE WS-SO-MONTH-STEP MOIS A LA DERNIERE ECHEANCE - LE
      *    JOUR RESTE CELUI DE LA DATE DE DEBUT, RAMENE AU DERNIER
      *    JOUR DES MOIS PLUS COURTS (UN ORDRE DU 31 PASSE LE 30 AVRIL
      *    PUIS LE 31 MAI)
       PROC-SO-ADD-MONTHS.
           MOVE WS-SO-LAST(WS-SO-IDX)(1:4) TO WS-SO-DUE-YEAR
           MOVE WS-SO-LAST(WS-SO-IDX)(5:2) TO WS-SO-DUE-MONTH
           COMPUTE WS-SO-MONTH-WORK =
              WS-SO-DUE-MONTH + WS-SO-MONTH-STEP
           IF WS-SO-MONTH-WORK > 12
              SUBTRACT 12 FROM WS-SO-MONTH-WORK
              ADD 1 TO WS-SO-DUE-YEAR
           END-IF
           MOVE WS-SO-MONTH-WORK TO WS-SO-DUE-MONTH

           MOVE WS-SO-START(WS-SO-IDX)(7:2) TO WS-SO-DUE-DAY
           MOVE 1 TO WS-DATE-DAY
           MOVE WS-SO-DUE-MONTH TO WS-DATE-MONTH
           MOVE WS-SO-DUE-YEAR TO WS-DATE-YEAR
           PERFORM PROC-VALIDATE-DATE
           IF WS-SO-DUE-DAY > WS-DATE-DAYS-IN-MONTH
              MOVE WS-DATE-DAYS-IN-MONTH TO WS-SO-DUE-DAY
           END-IF

           COMPUTE WS-SO-DUE =
              WS-SO-DUE-YEAR * 10000
              + WS-SO-DUE-MONTH * 100 + WS-SO-DUE-DAY
           EXIT.

      *    ECRIT LE MOUVEMENT DE L'ECHEANCE WS-SO-DUE DANS
      *    transactions.txt (NOM;DATE;TYPE;MONTANT;CONTREPARTIE;
      *    REFERENCE)
       PROC-SO-WRITE-MOVEMENT.
           MOVE WS-SO-DUE TO WS-SO-DATE-NUM
           PERFORM PROC-SO-FORMAT-DATE
           MOVE WS-SO-AMOUNT(WS-SO-IDX) TO WS-SO-AMT-EDIT
           MOVE SPACES TO FS-TRX-LINE
           STRING
              FUNCTION TRIM (WS-SO-ISSUER(WS-SO-IDX))
                 DELIMITED BY SIZE
              ";" DELIMITED BY SIZE
              WS-SO-DATE-TEXT DELIMITED BY SIZE
              ";" DELIMITED BY SIZE
              FUNCTION TRIM (WS-SO-TYPE(WS-SO-IDX)) DELIMITED BY SIZE
              ";" DELIMITED BY SIZE
              FUNCTION TRIM (WS-SO-AMT-EDIT) DELIMITED BY SIZE
              ";" DELIMITED BY SIZE
              FUNCTION TRIM (WS-SO-CPTY(WS-SO-IDX)) DELIMITED BY SIZE
              ";ORDRE=" DELIMITED BY SIZE
              WS-SO-CODE(WS-SO-IDX) DELIMITED BY SIZE
              INTO FS-TRX-LINE
           END-STRING
           WRITE FS-TRX-LINE
           ADD 1 TO WS-SO-GEN-COUNT

           MOVE "GENERE" TO WS-SO-REP-STATE
           PERFORM PROC-SO-REPORT-LINE
           EXIT.

      *    LIGNE DU RAPPORT DE GENERATION : ETAT (GENERE, IGNORE,
      *    ECHU), ORDRE, ECHEANCE CONCERNEE, MONTANT, EMETTEUR ET
      *    MOTIF POUR UN ORDRE IGNORE
       PROC-SO-REPORT-LINE.
           MOVE WS-SO-DUE TO WS-SO-DATE-NUM
           PERFORM PROC-SO-FORMAT-DATE
           MOVE WS-SO-AMOUNT(WS-SO-IDX) TO WS-SO-AMT-DISPLAY
           MOVE SPACES TO WS-SO-REP-DETAIL
           IF WS-SO-REP-STATE = "IGNORE"
              STRING
                 " MOTIF=" DELIMITED BY SIZE
                 FUNCTION TRIM (WS-SO-MOTIF) DELIMITED BY SIZE
                 INTO WS-SO-REP-DETAIL
              END-STRING
           END-IF

           MOVE SPACES TO FS-ORR-LINE
           STRING
              WS-SO-REP-STATE DELIMITED BY SIZE
              " ORDRE=" DELIMITED BY SIZE
              WS-SO-CODE(WS-SO-IDX) DELIMITED BY SIZE
              " " DELIMITED BY SIZE
              WS-SO-TYPE(WS-SO-IDX) DELIMITED BY SIZE
              " ECHEANCE=" DELIMITED BY SIZE
              WS-SO-DATE-TEXT DELIMITED BY SIZE
              " MONTANT=" DELIMITED BY SIZE
              WS-SO-AMT-DISPLAY DELIMITED BY SIZE
              " " DELIMITED BY SIZE
              FUNCTION TRIM (WS-SO-ISSUER(WS-SO-IDX))
                 DELIMITED BY SIZE
              WS-SO-REP-DETAIL DELIMITED BY SIZE
              INTO FS-ORR-LINE
           END-STRING
           WRITE FS-ORR-LINE
           EXIT.

      *    GESTION DU FICHIER MAITRE CLIENTS (clientmaster.dat) -
      *    FICHIER INDEXE SUR LE NUMERO DE CLIENT - LA SAISIE PASSE
      *    PAR LES MEMES CONTROLES QUE L'OPTION 1 (PROC-VALIDATE-DATE
      *    ET PROC-VALIDATE-AMOUNT), AUCUN ENREGISTREMENT EN
      *    EXCEPTION NE PEUT DONC Y ETRE SAUVEGARDE
       PROC-CLIENT-MASTER.
           SET WS-NOUT-OF-CM-LOOP TO TRUE
           MOVE ZERO TO WS-CM-ACTION-COUNT
           IF WS-BATCH-MODE-ON
              PERFORM PROC-CM-CONVERT
           ELSE
              PERFORM PROC-CM-MENU
              ACCEPT WS-CM-CHOICE
              PERFORM PROC-LOOP-CM-CHOICE
           END-IF
           EXIT.

       PROC-CM-MENU.
           DISPLAY " "
           DISPLAY "--------------------------------------------------"
           DISPLAY "|          Fichier maître des clients            |"
           DISPLAY "|------------------------------------------------|"
           DISPLAY "|                                                |"
           DISPLAY "| 1 - Créer un client.                           |"
           DISPLAY "| 2 - Consulter un client.                       |"
           DISPLAY "| 3 - Modifier un client.                        |"
           DISPLAY "| 4 - Désactiver un client.                      |"
           DISPLAY "| 5 - Reprise initiale de clients.txt.           |"
           DISPLAY "| 0 - Quitter.                                   |"
           DISPLAY "|                                                |"
           DISPLAY "--------------------------------------------------"
           DISPLAY " "
           DISPLAY "Que voulez-vous faire?"
           EXIT.

       PROC-LOOP-CM-CHOICE.
           PERFORM UNTIL WS-CM-CHOICE = 0 OR WS-OUT-OF-CM-LOOP
              EVALUATE WS-CM-CHOICE
                 WHEN 0
                    DISPLAY " "
                 WHEN 1
                    PERFORM PROC-CM-CREATE
                    SET WS-OUT-OF-CM-LOOP TO TRUE
                 WHEN 2
                    PERFORM PROC-CM-VIEW
                    SET WS-OUT-OF-CM-LOOP TO TRUE
                 WHEN 3
                    PERFORM PROC-CM-MODIFY
                    SET WS-OUT-OF-CM-LOOP TO TRUE
                 WHEN 4
                    PERFORM PROC-CM-DEACTIVATE
                    SET WS-OUT-OF-CM-LOOP TO TRUE
                 WHEN 5
                    PERFORM PROC-CM-CONVERT
                    SET WS-OUT-OF-CM-LOOP TO TRUE
                 WHEN OTHER
                    DISPLAY "Choix invalide."
                    DISPLAY "Sélectionner une valeur entre 0 et 5."
                    SET WS-OUT-OF-CM-LOOP TO TRUE
              END-EVALUATE
           END-PERFORM
           EXIT.

      *    OUVRE LE FICHIER MAITRE EN MISE A JOUR - LE CREE VIDE AU
      *    PREMIER PASSAGE (FILE STATUS 35)
       PROC-CM-OPEN-IO.
           OPEN I-O CLIENT-MASTER
           IF FC-CM = "35"
              OPEN OUTPUT CLIENT-MASTER
              CLOSE CLIENT-MASTER
              OPEN I-O CLIENT-MASTER
           END-IF
           IF FC-CM NOT = "00"
              DISPLAY "Erreur à l'ouverture"
              DISPLAY "FS CLIENT MASTER: " FC-CM
           END-IF
           EXIT.

      *    SAISIE ET CONTROLE DES CHAMPS D'UN CLIENT - REUTILISE
      *    PROC-VALIDATE-BIRTHDAY ET PROC-VALIDATE-AMOUNT - POSITIONNE
      *    WS-CM-ENTRY-SW, RIEN N'EST SAUVEGARDE EN CAS D'EXCEPTION
       PROC-CM-ACCEPT-FIELDS.
           SET WS-CM-ENTRY-OK TO TRUE

           DISPLAY "Nom : "
           ACCEPT WS-NAME
           IF WS-NAME = SPACES
              DISPLAY "*** Le nom est obligatoire. ***"
              SET WS-CM-ENTRY-KO TO TRUE
           END-IF

           DISPLAY "Date de naissance (JJ/MM/AAAA) : "
           ACCEPT WS-BIRTHDAY
           PERFORM PROC-VALIDATE-BIRTHDAY
           IF WS-DATE-INVALID
              DISPLAY "*** Date de naissance invalide. ***"
              SET WS-CM-ENTRY-KO TO TRUE
           END-IF

           DISPLAY "Localisation : "
           ACCEPT WS-LOCATION

           DISPLAY "Montant : "
           ACCEPT WS-AMOUNT-TEXT
           PERFORM PROC-VALIDATE-AMOUNT
           IF WS-CLI-AMOUNT-INVALID
              DISPLAY "*** Montant négatif ou non-numérique. ***"
              SET WS-CM-ENTRY-KO TO TRUE
           END-IF
           EXIT.

       PROC-CM-CREATE.
           DISPLAY "Numéro du client : "
           ACCEPT WS-CM-NUMBER
           PERFORM PROC-CM-ACCEPT-FIELDS

           IF WS-CM-ENTRY-KO
              DISPLAY "*** Client non enregistré. ***"
           ELSE
              PERFORM PROC-CM-OPEN-IO
              IF FC-CM = "00"
                 MOVE WS-CM-NUMBER TO FS-CM-NUMBER
                 MOVE WS-NAME TO FS-CM-NAME
                 MOVE WS-BIRTHDAY TO FS-CM-BIRTHDAY
                 MOVE WS-LOCATION TO FS-CM-LOCATION
                 MOVE WS-AMOUNT-NUM TO FS-CM-AMOUNT
                 MOVE 'A' TO FS-CM-STATUS
                 WRITE FS-CM-RECORD
                    INVALID KEY
                       DISPLAY "*** Ce numéro existe déjà. ***"
                    NOT INVALID KEY
                       ADD 1 TO WS-CM-ACTION-COUNT
                       DISPLAY "Client " WS-CM-NUMBER " enregistré."
                 END-WRITE
                 CLOSE CLIENT-MASTER
              END-IF
           END-IF
           EXIT.

       PROC-CM-VIEW.
           DISPLAY "Numéro du client : "
           ACCEPT WS-CM-NUMBER

           OPEN INPUT CLIENT-MASTER
           IF FC-CM NOT = "00"
              DISPLAY "Erreur à l'ouverture"
              DISPLAY "FS CLIENT MASTER: " FC-CM
           ELSE
              MOVE WS-CM-NUMBER TO FS-CM-NUMBER
              READ CLIENT-MASTER
                 INVALID KEY
                    DISPLAY "*** Client " WS-CM-NUMBER
                       " introuvable. ***"
                 NOT INVALID KEY
                    PERFORM PROC-CM-DISPLAY-RECORD
              END-READ
              CLOSE CLIENT-MASTER
           END-IF
           EXIT.

       PROC-CM-DISPLAY-RECORD.
           MOVE FS-CM-AMOUNT TO WS-CM-AMOUNT-DISPLAY
           DISPLAY " "
           DISPLAY "NUMERO : " FS-CM-NUMBER
           DISPLAY "NOM : " FS-CM-NAME
           DISPLAY "NAISSANCE : " FS-CM-BIRTHDAY
           DISPLAY "LOCALISATION : " FS-CM-LOCATION
           DISPLAY "MONTANT :" WS-CM-AMOUNT-DISPLAY "$"
           IF FS-CM-STATUS = 'I'
              DISPLAY "STATUT : INACTIF"
           ELSE
              DISPLAY "STATUT : ACTIF"
           END-IF
           DISPLAY " "
           EXIT.

       PROC-CM-MODIFY.
           DISPLAY "Numéro du client : "
           ACCEPT WS-CM-NUMBER

           PERFORM PROC-CM-OPEN-IO
           IF FC-CM = "00"
              MOVE WS-CM-NUMBER TO FS-CM-NUMBER
              READ CLIENT-MASTER
                 INVALID KEY
                    DISPLAY "*** Client " WS-CM-NUMBER
                       " introuvable. ***"
                 NOT INVALID KEY
                    PERFORM PROC-CM-DISPLAY-RECORD
                    PERFORM PROC-CM-ACCEPT-FIELDS
                    IF WS-CM-ENTRY-KO
                       DISPLAY "*** Client non modifié. ***"
                    ELSE
                       MOVE WS-NAME TO FS-CM-NAME
                       MOVE WS-BIRTHDAY TO FS-CM-BIRTHDAY
                       MOVE WS-LOCATION TO FS-CM-LOCATION
                       MOVE WS-AMOUNT-NUM TO FS-CM-AMOUNT
                       REWRITE FS-CM-RECORD
                       IF FC-CM = "00"
                          ADD 1 TO WS-CM-ACTION-COUNT
                          DISPLAY "Client " WS-CM-NUMBER " modifié."
                       ELSE
                          DISPLAY "Erreur lors de la modification"
                          DISPLAY "FS CLIENT MASTER: " FC-CM
                       END-IF
                    END-IF
              END-READ
              CLOSE CLIENT-MASTER
           END-IF
           EXIT.

       PROC-CM-DEACTIVATE.
           DISPLAY "Numéro du client : "
           ACCEPT WS-CM-NUMBER

           PERFORM PROC-CM-OPEN-IO
           IF FC-CM = "00"
              MOVE WS-CM-NUMBER TO FS-CM-NUMBER
              READ CLIENT-MASTER
                 INVALID KEY
                    DISPLAY "*** Client " WS-CM-NUMBER
                       " introuvable. ***"
                 NOT INVALID KEY
                    IF FS-CM-STATUS = 'I'
                       DISPLAY "*** Client déjà inactif. ***"
                    ELSE
                       MOVE 'I' TO FS-CM-STATUS
                       REWRITE FS-CM-RECORD
                       IF FC-CM = "00"
                          ADD 1 TO WS-CM-ACTION-COUNT
                          DISPLAY "Client " WS-CM-NUMBER
                             " désactivé."
                       ELSE
                          DISPLAY "Erreur lors de la désactivation"
                          DISPLAY "FS CLIENT MASTER: " FC-CM
                       END-IF
                    END-IF
              END-READ
              CLOSE CLIENT-MASTER
           END-IF
           EXIT.

      *    REPRISE INITIALE : CHARGE clients.txt DANS LE FICHIER
      *    MAITRE EN NUMEROTANT LES CLIENTS DANS L'ORDRE DU FICHIER -
      *    LES ENREGISTREMENTS EN EXCEPTION SONT REJETES ET COMPTES,
      *    LE FICHIER MAITRE EST RECONSTRUIT EN ENTIER
       PROC-CM-CONVERT.
           PERFORM PROC-TRX-LOAD-CLIENTS
           MOVE WS-CLI-COUNT TO WS-CM-CONV-READ
           MOVE ZERO TO WS-CM-CONV-LOAD
           MOVE ZERO TO WS-CM-CONV-REJECT

           IF FC-CLI NOT = "00"
              DISPLAY "*** FICHIER CLIENT ILLISIBLE - REPRISE "
                 "REFUSEE, LE FICHIER MAITRE EST CONSERVE ***"
           ELSE
              PERFORM PROC-CM-CONVERT-RUN
           END-IF

           DISPLAY " "
           DISPLAY "--------------------------------------------------"
           DISPLAY "|         REPRISE DU FICHIER CLIENT              |"
           DISPLAY "--------------------------------------------------"
           DISPLAY "ENREGISTREMENTS LUS        : " WS-CM-CONV-READ
           DISPLAY "CLIENTS CHARGES            : " WS-CM-CONV-LOAD
           DISPLAY "EXCEPTIONS REJETEES        : " WS-CM-CONV-REJECT
           DISPLAY " "
           EXIT.

       PROC-CM-CONVERT-RUN.
           OPEN OUTPUT CLIENT-MASTER
           IF FC-CM NOT = "00"
              DISPLAY "Erreur à l'ouverture"
              DISPLAY "FS CLIENT MASTER: " FC-CM
           ELSE
              PERFORM VARYING WS-CL-IDX FROM 1 BY 1
                 UNTIL WS-CL-IDX > WS-CL-COUNT
                 IF WS-CL-VALID(WS-CL-IDX) = 'O'
                    ADD 1 TO WS-CM-CONV-LOAD
                    MOVE WS-CM-CONV-LOAD TO FS-CM-NUMBER
                    MOVE WS-CL-NAME(WS-CL-IDX) TO FS-CM-NAME
                    MOVE WS-CL-BIRTHDAY(WS-CL-IDX) TO
                       FS-CM-BIRTHDAY
                    MOVE WS-CL-LOCATION(WS-CL-IDX) TO
                       FS-CM-LOCATION
                    MOVE WS-CL-AMOUNT(WS-CL-IDX) TO FS-CM-AMOUNT
                    MOVE 'A' TO FS-CM-STATUS
                    WRITE FS-CM-RECORD
                    IF FC-CM NOT = "00"
                       DISPLAY "Erreur lors de l'ajout de "
                          WS-CL-NAME(WS-CL-IDX)
                          " - FS CLIENT MASTER: " FC-CM
                    END-IF
                 ELSE
                    ADD 1 TO WS-CM-CONV-REJECT
                    DISPLAY "Rejeté (exception) : "
                       WS-CL-NAME(WS-CL-IDX)
                 END-IF
              END-PERFORM
              CLOSE CLIENT-MASTER
              MOVE WS-CM-CONV-LOAD TO WS-CM-ACTION-COUNT
           END-IF
           EXIT.

      *    CAISSE (OPTION 17) : UNE SEULE SAISIE MET A JOUR LES DEUX
      *    COTES DU COMMERCE - CONTROLE DU STOCK ET DU SOLDE, TOTAL
      *    TTC CALCULE AVEC FS-INV-PRICE ET LE TAUX DE TAXE
      *    FS-INV-RATE (EN %), DECREMENT DE FS-INV-QTE, DEBIT DE
      *    FS-CM-AMOUNT, FACTURE NUMEROTEE facture_NNNNNN.txt ET
      *    LIGNE DANS LE JOURNAL DES VENTES ventes.txt
       PROC-POS-SALE.
           MOVE ZERO TO WS-POS-SALE-COUNT
           MOVE ZERO TO WS-POS-LINE-COUNT
           MOVE ZERO TO WS-POS-TOTAL-HT
           MOVE ZERO TO WS-POS-TOTAL-TVA
           MOVE ZERO TO WS-POS-TOTAL-TTC

           INITIALIZE TAB-ITEMS
           PERFORM PROC-LOAD-INVENTORY
           IF WS-INV-LOAD-COUNT = 0
              DISPLAY "*** INVENTAIRE VIDE OU ILLISIBLE - VENTE "
                 "IMPOSSIBLE ***"
           ELSE
              DISPLAY "Numéro du client : "
              ACCEPT WS-POS-CLIENT
              PERFORM PROC-CM-OPEN-IO
              IF FC-CM = "00"
                 MOVE WS-POS-CLIENT TO FS-CM-NUMBER
                 READ CLIENT-MASTER
                    INVALID KEY
                       DISPLAY "*** Client " WS-POS-CLIENT
                          " introuvable. ***"
                    NOT INVALID KEY
                       IF FS-CM-STATUS = 'I'
                          DISPLAY "*** Client inactif - vente "
                             "refusée. ***"
                       ELSE
                          PERFORM PROC-POS-ENTER-LINES
                          IF WS-POS-LINE-COUNT > 0
                             PERFORM PROC-POS-FINALIZE
                          ELSE
                             DISPLAY "Aucune ligne - vente "
                                "abandonnée."
                          END-IF
                       END-IF
                 END-READ
                 CLOSE CLIENT-MASTER
              END-IF
           END-IF
           EXIT.

      *    SAISIE DES LIGNES DE VENTE - LE STOCK DE TAB-ITEMS EST
      *    DEDUIT LIGNE A LIGNE (UNE DEUXIEME LIGNE SUR LE MEME
      *    ARTICLE VOIT DONC LE STOCK RESTANT), MAIS inventory.dat
      *    N'EST REECRIT QUE SI LA VENTE ABOUTIT
       PROC-POS-ENTER-LINES.
           SET WS-POS-NOT-STOP TO TRUE
           PERFORM UNTIL WS-POS-STOP
              OR WS-POS-LINE-COUNT >= WS-POS-CAPACITY
              DISPLAY " "
              DISPLAY "Nom de l'article (0 pour terminer) : "
              MOVE SPACES TO WS-POS-ITEM-NAME
              ACCEPT WS-POS-ITEM-NAME
              IF WS-POS-ITEM-NAME = "0"
                 SET WS-POS-STOP TO TRUE
              ELSE
                 PERFORM PROC-POS-ONE-LINE
              END-IF
           END-PERFORM
           EXIT.

       PROC-POS-ONE-LINE.
           SET WS-POS-NOT-FOUND TO TRUE
           PERFORM VARYING WS-POS-FIND-IDX FROM 1 BY 1
              UNTIL WS-POS-FIND-IDX > WS-INV-LOAD-COUNT
              OR WS-POS-FOUND
              IF FUNCTION TRIM (WS-IT-NAME(WS-POS-FIND-IDX)) =
                 FUNCTION TRIM (WS-POS-ITEM-NAME)
                 SET WS-POS-FOUND TO TRUE
              END-IF
           END-PERFORM

           IF WS-POS-NOT-FOUND
              DISPLAY "Article inconnu - ligne refusée."
           ELSE
              SUBTRACT 1 FROM WS-POS-FIND-IDX
              DISPLAY "Quantité : "
              MOVE ZERO TO WS-POS-QTE-IN
              ACCEPT WS-POS-QTE-IN

              MOVE WS-IT-QTE(WS-POS-FIND-IDX) TO WS-CALC-QTE-NUM
              EVALUATE TRUE
                 WHEN WS-POS-QTE-IN = 0
                    DISPLAY "Quantité invalide - ligne refusée."
                 WHEN WS-POS-QTE-IN > WS-CALC-QTE-NUM
                    DISPLAY "Stock insuffisant ("
                       WS-IT-QTE(WS-POS-FIND-IDX)
                       ") - ligne refusée."
                 WHEN OTHER
                    PERFORM PROC-POS-ADD-LINE
              END-EVALUATE
           END-IF
           EXIT.

       PROC-POS-ADD-LINE.
           MOVE WS-IT-PRICE(WS-POS-FIND-IDX) TO WS-CALC-PRICE-NUM
           MOVE WS-IT-RATE(WS-POS-FIND-IDX) TO WS-POS-RATE
           COMPUTE WS-POS-HT =
              WS-CALC-PRICE-NUM * WS-POS-QTE-IN
           COMPUTE WS-POS-TVA ROUNDED =
              WS-POS-HT * WS-POS-RATE / 100

           ADD 1 TO WS-POS-LINE-COUNT
           MOVE WS-IT-NAME(WS-POS-FIND-IDX) TO
              WS-POS-NAME(WS-POS-LINE-COUNT)
           MOVE WS-POS-QTE-IN TO WS-POS-QTE(WS-POS-LINE-COUNT)
           MOVE WS-CALC-PRICE-NUM TO
              WS-POS-PRICE(WS-POS-LINE-COUNT)
           COMPUTE WS-POS-LINE-TTC(WS-POS-LINE-COUNT) =
              WS-POS-HT + WS-POS-TVA
           MOVE WS-POS-HT TO WS-POS-LINE-HT(WS-POS-LINE-COUNT)
           MOVE WS-POS-RATE TO WS-POS-LINE-RATE(WS-POS-LINE-COUNT)
           MOVE WS-POS-FIND-IDX TO WS-POS-ITEM-IDX(WS-POS-LINE-COUNT)
           MOVE WS-CALC-QTE-NUM TO WS-POS-OLD-QTE(WS-POS-LINE-COUNT)

           ADD WS-POS-HT TO WS-POS-TOTAL-HT
           ADD WS-POS-TVA TO WS-POS-TOTAL-TVA
           ADD WS-POS-LINE-TTC(WS-POS-LINE-COUNT)
              TO WS-POS-TOTAL-TTC

           SUBTRACT WS-POS-QTE-IN FROM WS-CALC-QTE-NUM
           MOVE WS-CALC-QTE-NUM TO WS-IT-QTE(WS-POS-FIND-IDX)

           MOVE WS-POS-LINE-TTC(WS-POS-LINE-COUNT) TO
              WS-POS-AMT-DISPLAY
           DISPLAY "Ligne ajoutée - montant TTC : "
              WS-POS-AMT-DISPLAY
           EXIT.

      *    CLOTURE DE LA VENTE : MEME REGLE QUE L'OPTION 7, LE SOLDE
      *    DU CLIENT NE PEUT PAS DEVENIR NEGATIF - SI LA VENTE EST
      *    REFUSEE, NI L'INVENTAIRE NI LE COMPTE NE SONT TOUCHES
       PROC-POS-FINALIZE.
           MOVE WS-POS-TOTAL-TTC TO WS-POS-AMT-DISPLAY
           DISPLAY " "
           DISPLAY "TOTAL TTC DE LA VENTE      : " WS-POS-AMT-DISPLAY

           IF WS-POS-TOTAL-TTC > FS-CM-AMOUNT
              MOVE FS-CM-AMOUNT TO WS-POS-AMT-DISPLAY
              DISPLAY "*** SOLDE INSUFFISANT (" WS-POS-AMT-DISPLAY
                 ") - VENTE ANNULEE ***"
           ELSE
              SUBTRACT WS-POS-TOTAL-TTC FROM FS-CM-AMOUNT
              REWRITE FS-CM-RECORD
              IF FC-CM NOT = "00"
                 DISPLAY "Erreur lors du débit du compte"
                 DISPLAY "FS CLIENT MASTER: " FC-CM
              ELSE
                 ADD 1 TO WS-BD-INVOICE-NUM
                 PERFORM PROC-BD-SAVE
                 PERFORM PROC-POS-WRITE-INVOICE
                 PERFORM PROC-POS-WRITE-SALES-JOURNAL
                 PERFORM PROC-POS-WRITE-MOVEMENTS
                 PERFORM PROC-SAVE-INVENTORY
                 MOVE 1 TO WS-POS-SALE-COUNT
                 MOVE FS-CM-AMOUNT TO WS-POS-AMT-DISPLAY
                 DISPLAY "Vente enregistrée - facture "
                    WS-BD-INVOICE-NUM
                 DISPLAY "Nouveau solde du client    : "
                    WS-POS-AMT-DISPLAY
              END-IF
           END-IF
           EXIT.

      *    UNE LIGNE "VENTE" PAR LIGNE DE LA FACTURE DANS
      *    mouvements.txt, DANS L'ORDRE DE SAISIE (LE STOCK AVANT LA
      *    LIGNE EST NOTE A LA SAISIE DANS WS-POS-OLD-QTE)
       PROC-POS-WRITE-MOVEMENTS.
           PERFORM VARYING WS-POS-IDX FROM 1 BY 1
              UNTIL WS-POS-IDX > WS-POS-LINE-COUNT
              MOVE "V" TO WS-MVT-TYPE
              MOVE WS-POS-ITEM-IDX(WS-POS-IDX) TO WS-MVT-IDX
              MOVE WS-POS-QTE(WS-POS-IDX) TO WS-MVT-QTE
              MOVE WS-POS-OLD-QTE(WS-POS-IDX) TO WS-MVT-OLD-QTE
              COMPUTE WS-MVT-NEW-QTE =
                 WS-MVT-OLD-QTE - WS-MVT-QTE
              PERFORM PROC-MVT-WRITE-JOURNAL
           END-PERFORM
           EXIT.

      *    EDITE LA FACTURE NUMEROTEE facture_NNNNNN.txt (MEME
      *    MECANISME DE NOM DYNAMIQUE QUE LES ARCHIVES DE L'OPTION 13)
      *    - LIGNE ARTICLE EN POSITIONS FIXES : ARTICLE (1:30),
      *    QTE= (36:3), TTC= (44:12), HT= (60:12), TAUX= (78:3) -
      *    LES FACTURES ANTERIEURES N'ONT NI HT NI TAUX
       PROC-POS-WRITE-INVOICE.
           MOVE SPACES TO WS-HK-ARCHIVE-NAME
           STRING
              "facture_" DELIMITED BY SIZE
              WS-BD-INVOICE-NUM DELIMITED BY SIZE
              ".txt" DELIMITED BY SIZE
              INTO WS-HK-ARCHIVE-NAME
           END-STRING

           OPEN OUTPUT ARCHIVE-FILE
           IF FC-ARC NOT = "00"
              DISPLAY "Erreur à l'ouverture"
              DISPLAY "FS FACTURE: " FC-ARC
           ELSE
              MOVE SPACES TO FS-ARC-LINE
              STRING
                 "FACTURE NO " DELIMITED BY SIZE
                 WS-BD-INVOICE-NUM DELIMITED BY SIZE
                 "          DATE: " DELIMITED BY SIZE
                 WS-BD-DATE-TEXT DELIMITED BY SIZE
                 INTO FS-ARC-LINE
              END-STRING
              WRITE FS-ARC-LINE

              MOVE SPACES TO FS-ARC-LINE
              STRING
                 "CLIENT " DELIMITED BY SIZE
                 FS-CM-NUMBER DELIMITED BY SIZE
                 " " DELIMITED BY SIZE
                 FUNCTION TRIM (FS-CM-NAME) DELIMITED BY SIZE
                 INTO FS-ARC-LINE
              END-STRING
              WRITE FS-ARC-LINE

              MOVE ALL "-" TO FS-ARC-LINE(1:100)
              WRITE FS-ARC-LINE

              PERFORM VARYING WS-POS-IDX FROM 1 BY 1
                 UNTIL WS-POS-IDX > WS-POS-LINE-COUNT
                 MOVE WS-POS-LINE-TTC(WS-POS-IDX) TO
                    WS-POS-AMT-DISPLAY
                 MOVE WS-POS-LINE-HT(WS-POS-IDX) TO WS-POS-HT-DISPLAY
                 MOVE WS-POS-LINE-RATE(WS-POS-IDX) TO
                    WS-POS-RATE-DISPLAY
                 MOVE SPACES TO FS-ARC-LINE
                 STRING
                    WS-POS-NAME(WS-POS-IDX) DELIMITED BY SIZE
                    " QTE=" DELIMITED BY SIZE
                    WS-POS-QTE(WS-POS-IDX) DELIMITED BY SIZE
                    " TTC=" DELIMITED BY SIZE
                    WS-POS-AMT-DISPLAY DELIMITED BY SIZE
                    " HT=" DELIMITED BY SIZE
                    WS-POS-HT-DISPLAY DELIMITED BY SIZE
                    " TAUX=" DELIMITED BY SIZE
                    WS-POS-RATE-DISPLAY DELIMITED BY SIZE
                    INTO FS-ARC-LINE
                 END-STRING
                 WRITE FS-ARC-LINE
              END-PERFORM

              MOVE ALL "-" TO FS-ARC-LINE(1:100)
              WRITE FS-ARC-LINE

              MOVE WS-POS-TOTAL-HT TO WS-POS-AMT-DISPLAY
              MOVE SPACES TO FS-ARC-LINE
              STRING
                 "TOTAL HT : " DELIMITED BY SIZE
                 WS-POS-AMT-DISPLAY DELIMITED BY SIZE
                 INTO FS-ARC-LINE
              END-STRING
              WRITE FS-ARC-LINE

              MOVE WS-POS-TOTAL-TVA TO WS-POS-AMT-DISPLAY
              MOVE SPACES TO FS-ARC-LINE
              STRING
                 "TOTAL TVA: " DELIMITED BY SIZE
                 WS-POS-AMT-DISPLAY DELIMITED BY SIZE
                 INTO FS-ARC-LINE
              END-STRING
              WRITE FS-ARC-LINE

              MOVE WS-POS-TOTAL-TTC TO WS-POS-AMT-DISPLAY
              MOVE SPACES TO FS-ARC-LINE
              STRING
                 "TOTAL TTC: " DELIMITED BY SIZE
                 WS-POS-AMT-DISPLAY DELIMITED BY SIZE
                 INTO FS-ARC-LINE
              END-STRING
              WRITE FS-ARC-LINE

              CLOSE ARCHIVE-FILE
           END-IF
           EXIT.

      *    AJOUTE LA VENTE AU JOURNAL QUOTIDIEN DES VENTES
      *    (ventes.txt) - MEME MECANISME D'OUVERTURE EN AJOUT QUE
      *    PROC-WRITE-AUDIT-LOG
       PROC-POS-WRITE-SALES-JOURNAL.
           OPEN EXTEND SALES-JOURNAL-FILE
           IF FC-VNT = "35"
              OPEN OUTPUT SALES-JOURNAL-FILE
           END-IF

           MOVE WS-POS-TOTAL-TTC TO WS-POS-AMT-DISPLAY
           MOVE SPACES TO FS-VNT-LINE
           STRING
              "VENTE FACTURE=" DELIMITED BY SIZE
              WS-BD-INVOICE-NUM DELIMITED BY SIZE
              " CLIENT=" DELIMITED BY SIZE
              FS-CM-NUMBER DELIMITED BY SIZE
              " LIGNES=" DELIMITED BY SIZE
              WS-POS-LINE-COUNT DELIMITED BY SIZE
              " TTC=" DELIMITED BY SIZE
              WS-POS-AMT-DISPLAY DELIMITED BY SIZE
              " DATE=" DELIMITED BY SIZE
              WS-BD-STAMP DELIMITED BY SIZE
              " OPER=" DELIMITED BY SIZE
              FUNCTION TRIM (WS-OP-ID) DELIMITED BY SIZE
              INTO FS-VNT-LINE
           END-STRING
           WRITE FS-VNT-LINE
           CLOSE SALES-JOURNAL-FILE
           EXIT.

      *    RETOUR CAISSE (OPTION 21) : AVOIR SUR UNE FACTURE DE LA
      *    CAISSE - LES LIGNES VENDUES SONT RELUES DANS
      *    facture_NNNNNN.txt, LES RETOURS DEJA ACCORDES SUR CETTE
      *    FACTURE DANS retours.txt, ET AUCUNE LIGNE NE PEUT ETRE
      *    RETOURNEE AU-DELA DE LA QUANTITE VENDUE - REMISE EN STOCK
      *    DANS inventory.dat, CREDIT DE FS-CM-AMOUNT DU TTC (TVA
      *    COMPRISE), AVOIR NUMEROTE avoir_NNNNNN.txt ET LIGNE
      *    NEGATIVE DANS ventes.txt AVEC L'OPERATEUR
       PROC-POS-RETURN.
           MOVE ZERO TO WS-AV-ISSUED-COUNT
           MOVE ZERO TO WS-AV-LINE-COUNT
           MOVE ZERO TO WS-AV-SELECT-COUNT
           MOVE ZERO TO WS-AV-CLIENT
           MOVE ZERO TO WS-AV-TOTAL-HT
           MOVE ZERO TO WS-AV-TOTAL-TVA
           MOVE ZERO TO WS-AV-TOTAL-TTC
           INITIALIZE TAB-AV

           INITIALIZE TAB-ITEMS
           PERFORM PROC-LOAD-INVENTORY
           IF WS-INV-LOAD-COUNT = 0
              DISPLAY "*** INVENTAIRE VIDE OU ILLISIBLE - RETOUR "
                 "IMPOSSIBLE ***"
           ELSE
              DISPLAY "Numéro de la facture : "
              MOVE ZERO TO WS-AV-INVOICE
              ACCEPT WS-AV-INVOICE
              PERFORM PROC-AV-READ-INVOICE
              EVALUATE TRUE
                 WHEN WS-AV-LINE-COUNT = 0
                    DISPLAY "*** Facture " WS-AV-INVOICE
                       " introuvable ou sans ligne. ***"
                 WHEN WS-AV-CLIENT = 0
                    DISPLAY "*** Facture " WS-AV-INVOICE
                       " sans client lisible. ***"
                 WHEN OTHER
                    PERFORM PROC-AV-LOAD-RETURNS
                    PERFORM PROC-AV-SHOW-LINES
                    PERFORM PROC-AV-ENTER-LINES
                    IF WS-AV-SELECT-COUNT > 0
                       PERFORM PROC-AV-CONFIRM
                    ELSE
                       DISPLAY "Aucune ligne - avoir abandonné."
                    END-IF
              END-EVALUATE
           END-IF
           EXIT.

      *    RELECTURE DE LA FACTURE : LA DATE EST SUR LA LIGNE
      *    "FACTURE NO" (WS-AV-INV-DATE, AAAAMMJJ), LE CLIENT SUR LA
      *    LIGNE "CLIENT", LES ARTICLES ENTRE LES DEUX LIGNES DE
      *    TIRETS, EN POSITIONS FIXES (VOIR PROC-POS-WRITE-INVOICE)
       PROC-AV-READ-INVOICE.
           MOVE SPACES TO WS-HK-ARCHIVE-NAME
           STRING
              "facture_" DELIMITED BY SIZE
              WS-AV-INVOICE DELIMITED BY SIZE
              ".txt" DELIMITED BY SIZE
              INTO WS-HK-ARCHIVE-NAME
           END-STRING

           MOVE ZERO TO WS-AV-DASH-COUNT
           MOVE ZERO TO WS-AV-INV-DATE
           SET WS-AV-NOT-EOF TO TRUE
           OPEN INPUT ARCHIVE-FILE
           IF FC-ARC NOT = "00"
              SET WS-AV-EOF TO TRUE
           END-IF

           PERFORM UNTIL WS-AV-EOF
              READ ARCHIVE-FILE
                 AT END SET WS-AV-EOF TO TRUE
                 NOT AT END PERFORM PROC-AV-READ-INVOICE-ONE
              END-READ
           END-PERFORM

           IF FC-ARC NOT = "35"
              CLOSE ARCHIVE-FILE
           END-IF
           EXIT.

       PROC-AV-READ-INVOICE-ONE.
           EVALUATE TRUE
              WHEN FS-ARC-LINE(1:5) = "-----"
                 ADD 1 TO WS-AV-DASH-COUNT
              WHEN WS-AV-DASH-COUNT = 0
                 AND FS-ARC-LINE(1:11) = "FACTURE NO "
                 AND FS-ARC-LINE(34:2) IS NUMERIC
                 AND FS-ARC-LINE(37:2) IS NUMERIC
                 AND FS-ARC-LINE(40:4) IS NUMERIC
                 MOVE FS-ARC-LINE(40:4) TO WS-AV-INV-DATE(1:4)
                 MOVE FS-ARC-LINE(37:2) TO WS-AV-INV-DATE(5:2)
                 MOVE FS-ARC-LINE(34:2) TO WS-AV-INV-DATE(7:2)
              WHEN WS-AV-DASH-COUNT = 0
                 AND FS-ARC-LINE(1:7) = "CLIENT "
                 AND FS-ARC-LINE(8:5) IS NUMERIC
                 MOVE FS-ARC-LINE(8:5) TO WS-AV-CLIENT
              WHEN WS-AV-DASH-COUNT = 1
                 AND FS-ARC-LINE(31:5) = " QTE="
                 AND WS-AV-LINE-COUNT < WS-AV-CAPACITY
                 PERFORM PROC-AV-INVOICE-LINE
              WHEN OTHER
                 CONTINUE
           END-EVALUATE
           EXIT.

      *    LES FACTURES EDITEES AVANT L'AJOUT DE HT= ET TAUX= SUR LA
      *    LIGNE ARTICLE PRENNENT LE TAUX ACTUEL DE L'ARTICLE ET UN HT
      *    RECALCULE A PARTIR DU TTC
       PROC-AV-INVOICE-LINE.
           ADD 1 TO WS-AV-LINE-COUNT
           MOVE FS-ARC-LINE(1:30) TO WS-AV-NAME(WS-AV-LINE-COUNT)
           MOVE ZERO TO WS-AV-SOLD(WS-AV-LINE-COUNT)
           IF FS-ARC-LINE(36:3) IS NUMERIC
              MOVE FS-ARC-LINE(36:3) TO WS-AV-SOLD(WS-AV-LINE-COUNT)
           END-IF
           MOVE ZERO TO WS-AV-TTC(WS-AV-LINE-COUNT)
           IF FUNCTION TEST-NUMVAL (FS-ARC-LINE(44:12)) = 0
              COMPUTE WS-AV-TTC(WS-AV-LINE-COUNT) =
                 FUNCTION NUMVAL (FS-ARC-LINE(44:12))
           END-IF

           IF FS-ARC-LINE(56:4) = " HT="
              AND FUNCTION TEST-NUMVAL (FS-ARC-LINE(60:12)) = 0
              AND FUNCTION TEST-NUMVAL (FS-ARC-LINE(78:3)) = 0
              COMPUTE WS-AV-HT(WS-AV-LINE-COUNT) =
                 FUNCTION NUMVAL (FS-ARC-LINE(60:12))
              COMPUTE WS-AV-RATE(WS-AV-LINE-COUNT) =
                 FUNCTION NUMVAL (FS-ARC-LINE(78:3))
           ELSE
              MOVE ZERO TO WS-AV-RATE(WS-AV-LINE-COUNT)
              MOVE WS-AV-NAME(WS-AV-LINE-COUNT) TO WS-POS-ITEM-NAME
              PERFORM PROC-AV-FIND-ITEM
              IF WS-AV-FOUND
                 MOVE WS-IT-RATE(WS-AV-FIND-IDX) TO
                    WS-AV-RATE(WS-AV-LINE-COUNT)
              END-IF
              COMPUTE WS-AV-HT(WS-AV-LINE-COUNT) ROUNDED =
                 WS-AV-TTC(WS-AV-LINE-COUNT) * 100
                 / (100 + WS-AV-RATE(WS-AV-LINE-COUNT))
           END-IF
           EXIT.

      *    RECHERCHE DE WS-POS-ITEM-NAME DANS TAB-ITEMS
      *    (WS-AV-FIND-IDX POSITIONNE SI TROUVE)
       PROC-AV-FIND-ITEM.
           SET WS-AV-NOT-FOUND TO TRUE
           PERFORM VARYING WS-AV-FIND-IDX FROM 1 BY 1
              UNTIL WS-AV-FIND-IDX > WS-INV-LOAD-COUNT
              OR WS-AV-FOUND
              IF FUNCTION TRIM (WS-IT-NAME(WS-AV-FIND-IDX)) =
                 FUNCTION TRIM (WS-POS-ITEM-NAME)
                 SET WS-AV-FOUND TO TRUE
              END-IF
           END-PERFORM
           IF WS-AV-FOUND
              SUBTRACT 1 FROM WS-AV-FIND-IDX
           END-IF
           EXIT.

      *    CUMUL DES RETOURS DEJA ACCORDES SUR LA FACTURE, PAR LIGNE
      *    (FORMAT FACTURE;LIGNE;ARTICLE;QTE;TTC;HT;AVOIR;DATE;OPER)
       PROC-AV-LOAD-RETURNS.
           SET WS-AV-NOT-EOF TO TRUE
           OPEN INPUT RETURNS-FILE
           IF FC-RET NOT = "00"
              SET WS-AV-EOF TO TRUE
           END-IF

           PERFORM UNTIL WS-AV-EOF
              READ RETURNS-FILE
                 AT END SET WS-AV-EOF TO TRUE
                 NOT AT END
                    IF FS-RET-LINE NOT = SPACES
                       PERFORM PROC-AV-LOAD-RETURNS-ONE
                    END-IF
              END-READ
           END-PERFORM

           IF FC-RET NOT = "35"
              CLOSE RETURNS-FILE
           END-IF
           EXIT.

       PROC-AV-LOAD-RETURNS-ONE.
           MOVE SPACES TO WS-AV-INV-TEXT
           MOVE SPACES TO WS-AV-LINE-TEXT
           MOVE SPACES TO WS-AV-NAME-TEXT
           MOVE SPACES TO WS-AV-QTE-TEXT
           MOVE SPACES TO WS-AV-TTC-TEXT
           MOVE SPACES TO WS-AV-HT-TEXT
           INSPECT FS-RET-LINE REPLACING ALL ";" BY "|"
           UNSTRING FS-RET-LINE DELIMITED BY "|"
               INTO WS-AV-INV-TEXT, WS-AV-LINE-TEXT, WS-AV-NAME-TEXT,
                    WS-AV-QTE-TEXT, WS-AV-TTC-TEXT, WS-AV-HT-TEXT

           MOVE ZERO TO WS-AV-WORK-NUM
           IF WS-AV-INV-TEXT NOT = SPACES
              AND FUNCTION TEST-NUMVAL (WS-AV-INV-TEXT) = 0
              COMPUTE WS-AV-WORK-NUM = FUNCTION NUMVAL (WS-AV-INV-TEXT)
           END-IF
           MOVE ZERO TO WS-AV-IDX
           IF WS-AV-LINE-TEXT NOT = SPACES
              AND FUNCTION TEST-NUMVAL (WS-AV-LINE-TEXT) = 0
              COMPUTE WS-AV-IDX = FUNCTION NUMVAL (WS-AV-LINE-TEXT)
           END-IF

           IF WS-AV-WORK-NUM = WS-AV-INVOICE
              AND WS-AV-IDX > 0
              AND WS-AV-IDX <= WS-AV-LINE-COUNT
              MOVE ZERO TO WS-AV-WORK-QTE
              IF WS-AV-QTE-TEXT NOT = SPACES
                 AND FUNCTION TEST-NUMVAL (WS-AV-QTE-TEXT) = 0
                 COMPUTE WS-AV-WORK-QTE =
                    FUNCTION NUMVAL (WS-AV-QTE-TEXT)
              END-IF
              ADD WS-AV-WORK-QTE TO WS-AV-DONE(WS-AV-IDX)
              IF WS-AV-TTC-TEXT NOT = SPACES
                 AND FUNCTION TEST-NUMVAL (WS-AV-TTC-TEXT) = 0
                 COMPUTE WS-AV-DONE-TTC(WS-AV-IDX) =
                    WS-AV-DONE-TTC(WS-AV-IDX)
                    + FUNCTION NUMVAL (WS-AV-TTC-TEXT)
              END-IF
              IF WS-AV-HT-TEXT NOT = SPACES
                 AND FUNCTION TEST-NUMVAL (WS-AV-HT-TEXT) = 0
                 COMPUTE WS-AV-DONE-HT(WS-AV-IDX) =
                    WS-AV-DONE-HT(WS-AV-IDX)
                    + FUNCTION NUMVAL (WS-AV-HT-TEXT)
              END-IF
           END-IF
           EXIT.

       PROC-AV-SHOW-LINES.
           DISPLAY " "
           DISPLAY "FACTURE " WS-AV-INVOICE "  CLIENT " WS-AV-CLIENT
           DISPLAY "NO ARTICLE                        VENDU RETOURNE"
              "           TTC"
           PERFORM VARYING WS-AV-IDX FROM 1 BY 1
              UNTIL WS-AV-IDX > WS-AV-LINE-COUNT
              MOVE WS-AV-TTC(WS-AV-IDX) TO WS-AV-AMT-DISPLAY
              DISPLAY WS-AV-IDX " " WS-AV-NAME(WS-AV-IDX) "   "
                 WS-AV-SOLD(WS-AV-IDX) "      "
                 WS-AV-DONE(WS-AV-IDX) "  " WS-AV-AMT-DISPLAY
           END-PERFORM
           EXIT.

       PROC-AV-ENTER-LINES.
           SET WS-AV-NOT-STOP TO TRUE
           PERFORM UNTIL WS-AV-STOP
              DISPLAY " "
              DISPLAY "Numéro de ligne (0 pour terminer) : "
              MOVE ZERO TO WS-AV-LINE-IN
              ACCEPT WS-AV-LINE-IN
              EVALUATE TRUE
                 WHEN WS-AV-LINE-IN = 0
                    SET WS-AV-STOP TO TRUE
                 WHEN WS-AV-LINE-IN > WS-AV-LINE-COUNT
                    DISPLAY "Ligne inexistante - ligne refusée."
                 WHEN WS-AV-QTE(WS-AV-LINE-IN) > 0
                    DISPLAY "Ligne déjà saisie - ligne refusée."
                 WHEN OTHER
                    PERFORM PROC-AV-ONE-LINE
              END-EVALUATE
           END-PERFORM
           EXIT.

      *    CONTROLE DE LA QUANTITE RETOURNEE : PAS AU-DELA DU VENDU
      *    MOINS LES RETOURS PRECEDENTS, ARTICLE TOUJOURS PRESENT A
      *    L'INVENTAIRE ET STOCK REMIS (Y COMPRIS LES AUTRES LIGNES
      *    DE CET AVOIR SUR LE MEME ARTICLE) AU PLUS 999
       PROC-AV-ONE-LINE.
           MOVE ZERO TO WS-AV-AVAILABLE
           IF WS-AV-SOLD(WS-AV-LINE-IN) > WS-AV-DONE(WS-AV-LINE-IN)
              COMPUTE WS-AV-AVAILABLE = WS-AV-SOLD(WS-AV-LINE-IN)
                 - WS-AV-DONE(WS-AV-LINE-IN)
           END-IF

           IF WS-AV-AVAILABLE = 0
              DISPLAY "Ligne déjà entièrement retournée - ligne "
                 "refusée."
           ELSE
              DISPLAY "Quantité retournée (au plus " WS-AV-AVAILABLE
                 ") : "
              MOVE ZERO TO WS-AV-QTE-IN
              ACCEPT WS-AV-QTE-IN

              MOVE WS-AV-NAME(WS-AV-LINE-IN) TO WS-POS-ITEM-NAME
              PERFORM PROC-AV-FIND-ITEM
              MOVE ZERO TO WS-AV-STOCK-NEW
              IF WS-AV-FOUND
                 MOVE ZERO TO WS-AV-PENDING
                 PERFORM VARYING WS-AV-IDX FROM 1 BY 1
                    UNTIL WS-AV-IDX > WS-AV-LINE-COUNT
                    IF WS-AV-QTE(WS-AV-IDX) > 0
                       AND WS-AV-ITEM-IDX(WS-AV-IDX) = WS-AV-FIND-IDX
                       ADD WS-AV-QTE(WS-AV-IDX) TO WS-AV-PENDING
                    END-IF
                 END-PERFORM
                 MOVE WS-IT-QTE(WS-AV-FIND-IDX) TO WS-CALC-QTE-NUM
                 COMPUTE WS-AV-STOCK-NEW = WS-CALC-QTE-NUM
                    + WS-AV-PENDING + WS-AV-QTE-IN
              END-IF

              EVALUATE TRUE
                 WHEN WS-AV-QTE-IN = 0
                    DISPLAY "Quantité invalide - ligne refusée."
                 WHEN WS-AV-QTE-IN > WS-AV-AVAILABLE
                    DISPLAY "Quantité supérieure au vendu restant ("
                       WS-AV-AVAILABLE ") - ligne refusée."
                 WHEN WS-AV-NOT-FOUND
                    DISPLAY "Article absent de l'inventaire - ligne "
                       "refusée."
                 WHEN WS-AV-STOCK-NEW > 999
                    DISPLAY "Stock maximal dépassé - ligne refusée."
                 WHEN OTHER
                    PERFORM PROC-AV-ADD-LINE
              END-EVALUATE
           END-IF
           EXIT.

      *    MONTANT REMBOURSE AU PRORATA DE LA QUANTITE - LE RETOUR
      *    QUI SOLDE LA LIGNE REND EXACTEMENT LE RESTE, POUR QU'UNE
      *    SUITE DE RETOURS PARTIELS NE S'ECARTE PAS DU MONTANT FACTURE
       PROC-AV-ADD-LINE.
           MOVE WS-AV-QTE-IN TO WS-AV-QTE(WS-AV-LINE-IN)
           MOVE WS-AV-FIND-IDX TO WS-AV-ITEM-IDX(WS-AV-LINE-IN)
           IF WS-AV-QTE-IN = WS-AV-AVAILABLE
              COMPUTE WS-AV-RET-TTC(WS-AV-LINE-IN) =
                 WS-AV-TTC(WS-AV-LINE-IN)
                 - WS-AV-DONE-TTC(WS-AV-LINE-IN)
              COMPUTE WS-AV-RET-HT(WS-AV-LINE-IN) =
                 WS-AV-HT(WS-AV-LINE-IN)
                 - WS-AV-DONE-HT(WS-AV-LINE-IN)
           ELSE
              COMPUTE WS-AV-RET-TTC(WS-AV-LINE-IN) ROUNDED =
                 WS-AV-TTC(WS-AV-LINE-IN) * WS-AV-QTE-IN
                 / WS-AV-SOLD(WS-AV-LINE-IN)
              COMPUTE WS-AV-RET-HT(WS-AV-LINE-IN) ROUNDED =
                 WS-AV-HT(WS-AV-LINE-IN) * WS-AV-QTE-IN
                 / WS-AV-SOLD(WS-AV-LINE-IN)
           END-IF

           ADD 1 TO WS-AV-SELECT-COUNT
           ADD WS-AV-RET-TTC(WS-AV-LINE-IN) TO WS-AV-TOTAL-TTC
           ADD WS-AV-RET-HT(WS-AV-LINE-IN) TO WS-AV-TOTAL-HT
           COMPUTE WS-AV-TOTAL-TVA = WS-AV-TOTAL-TTC - WS-AV-TOTAL-HT

           MOVE WS-AV-RET-TTC(WS-AV-LINE-IN) TO WS-AV-AMT-DISPLAY
           DISPLAY "Ligne retenue - montant TTC : " WS-AV-AMT-DISPLAY
           EXIT.

       PROC-AV-CONFIRM.
           MOVE WS-AV-TOTAL-TTC TO WS-AV-AMT-DISPLAY
           DISPLAY " "
           DISPLAY "TOTAL TTC DE L'AVOIR       : " WS-AV-AMT-DISPLAY
           DISPLAY "Confirmer l'avoir ? (O/N)"
           MOVE 'N' TO WS-AV-CONFIRM
           ACCEPT WS-AV-CONFIRM
           IF WS-AV-CONFIRM = "O" OR WS-AV-CONFIRM = "o"
              PERFORM PROC-AV-FINALIZE
           ELSE
              DISPLAY "Avoir abandonné - rien n'est modifié."
           END-IF
           EXIT.

      *    CLOTURE DE L'AVOIR : LE COMPTE EST CREDITE D'ABORD - SI LA
      *    MISE A JOUR DU COMPTE ECHOUE, NI LE STOCK NI LES JOURNAUX
      *    NE SONT TOUCHES (MEME ORDRE QUE PROC-POS-FINALIZE)
       PROC-AV-FINALIZE.
           PERFORM PROC-CM-OPEN-IO
           IF FC-CM = "00"
              MOVE WS-AV-CLIENT TO FS-CM-NUMBER
              READ CLIENT-MASTER
                 INVALID KEY
                    DISPLAY "*** Client " WS-AV-CLIENT
                       " introuvable - avoir refusé. ***"
                 NOT INVALID KEY
                    PERFORM PROC-AV-CREDIT
              END-READ
              CLOSE CLIENT-MASTER
           END-IF
           EXIT.

       PROC-AV-CREDIT.
           ADD WS-AV-TOTAL-TTC TO FS-CM-AMOUNT
           REWRITE FS-CM-RECORD
           IF FC-CM NOT = "00"
              DISPLAY "Erreur lors du crédit du compte"
              DISPLAY "FS CLIENT MASTER: " FC-CM
           ELSE
              ADD 1 TO WS-BD-CREDIT-NUM
              PERFORM PROC-BD-SAVE
              PERFORM PROC-AV-RESTOCK
              PERFORM PROC-SAVE-INVENTORY
              PERFORM PROC-AV-WRITE-CREDIT-NOTE
              PERFORM PROC-AV-WRITE-RETURNS
              PERFORM PROC-AV-WRITE-SALES-JOURNAL
              MOVE 1 TO WS-AV-ISSUED-COUNT
              MOVE FS-CM-AMOUNT TO WS-AV-AMT-DISPLAY
              DISPLAY "Avoir enregistré - avoir " WS-BD-CREDIT-NUM
              DISPLAY "Nouveau solde du client    : "
                 WS-AV-AMT-DISPLAY
           END-IF
           EXIT.

      *    REMISE EN STOCK LIGNE PAR LIGNE, TRACEE DANS
      *    mouvements.txt COMME MOUVEMENT "RETOUR"
       PROC-AV-RESTOCK.
           PERFORM VARYING WS-AV-IDX FROM 1 BY 1
              UNTIL WS-AV-IDX > WS-AV-LINE-COUNT
              IF WS-AV-QTE(WS-AV-IDX) > 0
                 MOVE "T" TO WS-MVT-TYPE
                 MOVE WS-AV-ITEM-IDX(WS-AV-IDX) TO WS-MVT-IDX
                 MOVE WS-AV-QTE(WS-AV-IDX) TO WS-MVT-QTE
                 MOVE WS-IT-QTE(WS-MVT-IDX) TO WS-MVT-OLD-QTE
                 COMPUTE WS-MVT-NEW-QTE =
                    WS-MVT-OLD-QTE + WS-MVT-QTE
                 MOVE WS-MVT-NEW-QTE TO WS-IT-QTE(WS-MVT-IDX)
                 PERFORM PROC-MVT-WRITE-JOURNAL
              END-IF
           END-PERFORM
           EXIT.

      *    EDITE L'AVOIR NUMEROTE avoir_NNNNNN.txt - MEME PRESENTATION
      *    QUE LA FACTURE, LIMITEE AUX LIGNES RETOURNEES
       PROC-AV-WRITE-CREDIT-NOTE.
           MOVE SPACES TO WS-HK-ARCHIVE-NAME
           STRING
              "avoir_" DELIMITED BY SIZE
              WS-BD-CREDIT-NUM DELIMITED BY SIZE
              ".txt" DELIMITED BY SIZE
              INTO WS-HK-ARCHIVE-NAME
           END-STRING

           OPEN OUTPUT ARCHIVE-FILE
           IF FC-ARC NOT = "00"
              DISPLAY "Erreur à l'ouverture"
              DISPLAY "FS AVOIR: " FC-ARC
           ELSE
              MOVE SPACES TO FS-ARC-LINE
              STRING
                 "AVOIR NO " DELIMITED BY SIZE
                 WS-BD-CREDIT-NUM DELIMITED BY SIZE
                 "            DATE: " DELIMITED BY SIZE
                 WS-BD-DATE-TEXT DELIMITED BY SIZE
                 INTO FS-ARC-LINE
              END-STRING
              WRITE FS-ARC-LINE

              MOVE SPACES TO FS-ARC-LINE
              STRING
                 "SUR FACTURE NO " DELIMITED BY SIZE
                 WS-AV-INVOICE DELIMITED BY SIZE
                 INTO FS-ARC-LINE
              END-STRING
              WRITE FS-ARC-LINE

              MOVE SPACES TO FS-ARC-LINE
              STRING
                 "CLIENT " DELIMITED BY SIZE
                 FS-CM-NUMBER DELIMITED BY SIZE
                 " " DELIMITED BY SIZE
                 FUNCTION TRIM (FS-CM-NAME) DELIMITED BY SIZE
                 INTO FS-ARC-LINE
              END-STRING
              WRITE FS-ARC-LINE

              MOVE ALL "-" TO FS-ARC-LINE(1:100)
              WRITE FS-ARC-LINE

              PERFORM VARYING WS-AV-IDX FROM 1 BY 1
                 UNTIL WS-AV-IDX > WS-AV-LINE-COUNT
                 IF WS-AV-QTE(WS-AV-IDX) > 0
                    MOVE WS-AV-RET-TTC(WS-AV-IDX) TO WS-POS-AMT-DISPLAY
                    MOVE WS-AV-RET-HT(WS-AV-IDX) TO WS-POS-HT-DISPLAY
                    MOVE WS-AV-RATE(WS-AV-IDX) TO WS-POS-RATE-DISPLAY
                    MOVE SPACES TO FS-ARC-LINE
                    STRING
                       WS-AV-NAME(WS-AV-IDX) DELIMITED BY SIZE
                       " QTE=" DELIMITED BY SIZE
                       WS-AV-QTE(WS-AV-IDX) DELIMITED BY SIZE
                       " TTC=" DELIMITED BY SIZE
                       WS-POS-AMT-DISPLAY DELIMITED BY SIZE
                       " HT=" DELIMITED BY SIZE
                       WS-POS-HT-DISPLAY DELIMITED BY SIZE
                       " TAUX=" DELIMITED BY SIZE
                       WS-POS-RATE-DISPLAY DELIMITED BY SIZE
                       INTO FS-ARC-LINE
                    END-STRING
                    WRITE FS-ARC-LINE
                 END-IF
              END-PERFORM

              MOVE ALL "-" TO FS-ARC-LINE(1:100)
              WRITE FS-ARC-LINE

              MOVE WS-AV-TOTAL-HT TO WS-POS-AMT-DISPLAY
              MOVE SPACES TO FS-ARC-LINE
              STRING
                 "TOTAL HT : " DELIMITED BY SIZE
                 WS-POS-AMT-DISPLAY DELIMITED BY SIZE
                 INTO FS-ARC-LINE
              END-STRING
              WRITE FS-ARC-LINE

              MOVE WS-AV-TOTAL-TVA TO WS-POS-AMT-DISPLAY
              MOVE SPACES TO FS-ARC-LINE
              STRING
                 "TOTAL TVA: " DELIMITED BY SIZE
                 WS-POS-AMT-DISPLAY DELIMITED BY SIZE
                 INTO FS-ARC-LINE
              END-STRING
              WRITE FS-ARC-LINE

              MOVE WS-AV-TOTAL-TTC TO WS-POS-AMT-DISPLAY
              MOVE SPACES TO FS-ARC-LINE
              STRING
                 "TOTAL TTC: " DELIMITED BY SIZE
                 WS-POS-AMT-DISPLAY DELIMITED BY SIZE
                 INTO FS-ARC-LINE
              END-STRING
              WRITE FS-ARC-LINE

              CLOSE ARCHIVE-FILE
           END-IF
           EXIT.

      *    UNE LIGNE PAR LIGNE RETOURNEE DANS retours.txt - C'EST CE
      *    FICHIER QUI LIMITE LES RETOURS SUIVANTS SUR LA FACTURE
       PROC-AV-WRITE-RETURNS.
           OPEN EXTEND RETURNS-FILE
           IF FC-RET = "35"
              OPEN OUTPUT RETURNS-FILE
           END-IF

           PERFORM VARYING WS-AV-IDX FROM 1 BY 1
              UNTIL WS-AV-IDX > WS-AV-LINE-COUNT
              IF WS-AV-QTE(WS-AV-IDX) > 0
                 MOVE WS-AV-RET-TTC(WS-AV-IDX) TO WS-POS-AMT-DISPLAY
                 MOVE WS-AV-RET-HT(WS-AV-IDX) TO WS-POS-HT-DISPLAY
                 MOVE SPACES TO FS-RET-LINE
                 STRING
                    WS-AV-INVOICE DELIMITED BY SIZE
                    ";" DELIMITED BY SIZE
                    WS-AV-IDX DELIMITED BY SIZE
                    ";" DELIMITED BY SIZE
                    FUNCTION TRIM (WS-AV-NAME(WS-AV-IDX))
                       DELIMITED BY SIZE
                    ";" DELIMITED BY SIZE
                    WS-AV-QTE(WS-AV-IDX) DELIMITED BY SIZE
                    ";" DELIMITED BY SIZE
                    FUNCTION TRIM (WS-POS-AMT-DISPLAY)
                       DELIMITED BY SIZE
                    ";" DELIMITED BY SIZE
                    FUNCTION TRIM (WS-POS-HT-DISPLAY)
                       DELIMITED BY SIZE
                    ";" DELIMITED BY SIZE
                    WS-BD-CREDIT-NUM DELIMITED BY SIZE
                    ";" DELIMITED BY SIZE
                    WS-BD-STAMP DELIMITED BY SIZE
                    ";" DELIMITED BY SIZE
                    FUNCTION TRIM (WS-OP-ID) DELIMITED BY SIZE
                    INTO FS-RET-LINE
                 END-STRING
                 WRITE FS-RET-LINE
              END-IF
           END-PERFORM
           CLOSE RETURNS-FILE
           EXIT.

      *    LIGNE NEGATIVE DANS LE JOURNAL DES VENTES, SUR LA FACTURE
      *    D'ORIGINE, AVEC LE NUMERO D'AVOIR EN FIN DE LIGNE
       PROC-AV-WRITE-SALES-JOURNAL.
           OPEN EXTEND SALES-JOURNAL-FILE
           IF FC-VNT = "35"
              OPEN OUTPUT SALES-JOURNAL-FILE
           END-IF

           COMPUTE WS-AV-NEG-TTC = 0 - WS-AV-TOTAL-TTC
           MOVE WS-AV-NEG-TTC TO WS-POS-AMT-DISPLAY
           MOVE SPACES TO FS-VNT-LINE
           STRING
              "AVOIR FACTURE=" DELIMITED BY SIZE
              WS-AV-INVOICE DELIMITED BY SIZE
              " CLIENT=" DELIMITED BY SIZE
              FS-CM-NUMBER DELIMITED BY SIZE
              " LIGNES=" DELIMITED BY SIZE
              WS-AV-SELECT-COUNT DELIMITED BY SIZE
              " TTC=" DELIMITED BY SIZE
              WS-POS-AMT-DISPLAY DELIMITED BY SIZE
              " DATE=" DELIMITED BY SIZE
              WS-BD-STAMP DELIMITED BY SIZE
              " OPER=" DELIMITED BY SIZE
              FUNCTION TRIM (WS-OP-ID) DELIMITED BY SIZE
              " AVOIR=" DELIMITED BY SIZE
              WS-BD-CREDIT-NUM DELIMITED BY SIZE
              INTO FS-VNT-LINE
           END-STRING
           WRITE FS-VNT-LINE
           CLOSE SALES-JOURNAL-FILE
           EXIT.

      *    EDITION DES RELEVES DE COMPTE (releves.txt) - UN RELEVE
      *    PAR CLIENT VALIDE DE clients.txt : EN-TETE (NOM,
      *    LOCALISATION, DATE D'EDITION), SOLDE D'OUVERTURE, UN
      *    MOUVEMENT PAR LIGNE EN ORDRE DE DATE, SOLDE DE CLOTURE -
      *    PAGINATION AVEC RAPPEL DE L'EN-TETE TOUTES LES
      *    WS-REL-MAX-LINES LIGNES - transactions.txt EST LU UNE
      *    SEULE FOIS ET TRIE PAR CLIENT/DATE (STMT-WORKFILE), TOUS
      *    LES RELEVES SORTENT EN UN SEUL PASSAGE ET SANS PLAFOND
      *    SUR LE NOMBRE DE MOUVEMENTS PAR CLIENT
       PROC-CLIENT-STATEMENTS.
           PERFORM PROC-TRX-LOAD-CLIENTS

           MOVE WS-BD-DATE TO WS-REL-RUN-DATE
           MOVE SPACES TO WS-REL-DATE
           STRING
              WS-REL-RUN-DATE(7:2) DELIMITED BY SIZE
              "/" DELIMITED BY SIZE
              WS-REL-RUN-DATE(5:2) DELIMITED BY SIZE
              "/" DELIMITED BY SIZE
              WS-REL-RUN-DATE(1:4) DELIMITED BY SIZE
              INTO WS-REL-DATE
           END-STRING

           MOVE ZERO TO WS-REL-PAGE
           MOVE ZERO TO WS-REL-STMT-COUNT

           OPEN OUTPUT STATEMENT-FILE
           IF FC-REL NOT = "00"
              DISPLAY "Erreur à l'ouverture"
              DISPLAY "FS RELEVES: " FC-REL
           ELSE
              SORT STMT-WORKFILE
                 ON ASCENDING KEY FS-STM-NAME
                 ON ASCENDING KEY FS-STM-KEY
                 ON ASCENDING KEY FS-STM-SEQ
                 INPUT PROCEDURE PROC-REL-SORT-INPUT
                 OUTPUT PROCEDURE PROC-REL-SORT-OUTPUT
              PERFORM PROC-REL-NO-MVT-STATEMENTS
              CLOSE STATEMENT-FILE
           END-IF

           DISPLAY " "
           DISPLAY "--------------------------------------------------"
           DISPLAY "|             EDITION DES RELEVES               |"
           DISPLAY "--------------------------------------------------"
           DISPLAY "RELEVES EDITES             : " WS-REL-STMT-COUNT
           DISPLAY " "
           EXIT.

      *    PROCEDURE D'ENTREE DU TRI DES RELEVES : LIT
      *    transactions.txt UNE SEULE FOIS ET LIBERE UN
      *    ENREGISTREMENT PAR MOUVEMENT VALIDE - UN VIREMENT LIBERE
      *    SES DEUX JAMBES (VIR EMIS CHEZ L'EMETTEUR, VIR RECU CHEZ
      *    LA CONTREPARTIE) - LES CONTROLES DE L'OPTION 7 SONT
      *    REJOUES SUR UNE COPIE DES SOLDES (TAB-REL-BAL) POUR QUE
      *    CHAQUE MOUVEMENT PARTE AVEC LE MEME VERDICT
      *    EXECUTE/REJETE QUE LA COMPTABILISATION, LES DEUX JAMBES
      *    D'UN VIREMENT ENSEMBLE - LES SUSPENS MARQUES 'R' SONT
      *    REJOUES D'ABORD, COMME DANS PROC-TRX-POST-BODY - LE
      *    NUMERO DE SEQUENCE CONSERVE L'ORDRE DE SAISIE A DATE
      *    EGALE
       PROC-REL-SORT-INPUT.
           MOVE ZERO TO WS-REL-SEQ
           MOVE ZERO TO WS-REL-MVT-COUNT
           MOVE "F" TO WS-EOF-SW

           PERFORM VARYING WS-CL-IDX FROM 1 BY 1
              UNTIL WS-CL-IDX > WS-CL-COUNT
              MOVE WS-CL-AMOUNT(WS-CL-IDX) TO
                 WS-REL-BAL-AMT(WS-CL-IDX)
           END-PERFORM

           PERFORM PROC-REL-RELEASE-SUSPENSE

           OPEN INPUT TRANSACTIONS-FILE
           IF FC-TRX NOT = "00"
              SET WS-EOF TO TRUE
           END-IF

           PERFORM UNTIL WS-EOF
              READ TRANSACTIONS-FILE
                 AT END SET WS-EOF TO TRUE
                 NOT AT END
                    IF FS-TRX-LINE NOT = SPACES
                       PERFORM PROC-REL-RELEASE-ONE
                    END-IF
              END-READ
           END-PERFORM

           IF FC-TRX NOT = "35"
              CLOSE TRANSACTIONS-FILE
           END-IF
           EXIT.

       PROC-REL-RELEASE-ONE.
           INSPECT FS-TRX-LINE REPLACING ALL ";" BY "|"
           MOVE SPACES TO WS-TRX-NAME
           MOVE SPACES TO WS-TRX-DATE
           MOVE SPACES TO WS-TRX-TYPE
           MOVE SPACES TO WS-TRX-AMOUNT-TEXT
           MOVE SPACES TO WS-TRX-CPTY-NAME
           MOVE SPACES TO WS-TRX-REF
           UNSTRING FS-TRX-LINE DELIMITED BY "|"
               INTO WS-TRX-NAME, WS-TRX-DATE, WS-TRX-TYPE,
                    WS-TRX-AMOUNT-TEXT, WS-TRX-CPTY-NAME,
                    WS-TRX-REF
           PERFORM PROC-REL-CHECK-RELEASE
           EXIT.

      *    CONTROLE LE MOUVEMENT COURANT (TYPE, DATE, MONTANT) ET LE
      *    LIBERE AU TRI S'IL EST EXPLOITABLE - PARTAGE ENTRE LA
      *    LECTURE DE transactions.txt ET LE REJEU DES SUSPENS
      *    RECYCLES
       PROC-REL-CHECK-RELEASE.
           MOVE FUNCTION TRIM (WS-TRX-TYPE) TO WS-TRX-TYPE

           IF WS-TRX-TYPE = "DEPOT" OR WS-TRX-TYPE = "RETRAIT"
              OR WS-TRX-TYPE = "VIREMENT"
              MOVE ZERO TO WS-DATE-DAY
              MOVE ZERO TO WS-DATE-MONTH
              MOVE ZERO TO WS-DATE-YEAR
              UNSTRING WS-TRX-DATE DELIMITED BY "/"
                  INTO WS-DATE-DAY, WS-DATE-MONTH, WS-DATE-YEAR
              PERFORM PROC-VALIDATE-DATE
              IF WS-DATE-VALID
                 AND FUNCTION TEST-NUMVAL (WS-TRX-AMOUNT-TEXT) = 0
                 COMPUTE WS-TRX-AMOUNT-NUM =
                    FUNCTION NUMVAL (WS-TRX-AMOUNT-TEXT)
                 IF WS-TRX-AMOUNT-NUM > 0
                    PERFORM PROC-REL-RELEASE-RECORDS
                 END-IF
              END-IF
           END-IF
           EXIT.

      *    REJOUE LES SUSPENS MARQUES 'R' DANS L'ORDRE OU
      *    PROC-SUS-RECYCLE LES COMPTABILISE (AVANT LA LECTURE DE
      *    transactions.txt) : LEURS MOUVEMENTS ET LEURS EFFETS SUR
      *    LES SOLDES DE TRAVAIL FIGURENT AINSI SUR LES RELEVES
      *    COMME DANS clientsnew.txt - CES ITEMS SONT VALIDES, LE
      *    SEUIL DE VALIDATION NE LEUR EST PAS OPPOSE
       PROC-REL-RELEASE-SUSPENSE.
           PERFORM PROC-SUS-LOAD
           SET WS-MC-APPROVED TO TRUE
           PERFORM VARYING WS-SU-IDX FROM 1 BY 1
              UNTIL WS-SU-IDX > WS-SU-COUNT
              IF WS-SU-STATUS(WS-SU-IDX) = 'R'
                 MOVE WS-SU-NAME(WS-SU-IDX) TO WS-TRX-NAME
                 MOVE WS-SU-DATE(WS-SU-IDX) TO WS-TRX-DATE
                 MOVE WS-SU-TYPE(WS-SU-IDX) TO WS-TRX-TYPE
                 MOVE WS-SU-AMOUNT-TEXT(WS-SU-IDX) TO
                    WS-TRX-AMOUNT-TEXT
                 MOVE WS-SU-CPTY(WS-SU-IDX) TO WS-TRX-CPTY-NAME
                 MOVE WS-SU-REF(WS-SU-IDX) TO WS-TRX-REF
                 PERFORM PROC-REL-CHECK-RELEASE
              END-IF
           END-PERFORM
           SET WS-MC-NOT-APPROVED TO TRUE
           EXIT.

       PROC-REL-RELEASE-RECORDS.
           COMPUTE FS-STM-KEY =
              WS-DATE-YEAR * 10000
              + WS-DATE-MONTH * 100 + WS-DATE-DAY
           MOVE WS-TRX-DATE TO FS-STM-DATE
           MOVE WS-TRX-AMOUNT-NUM TO FS-STM-AMOUNT

           PERFORM PROC-REL-REPLAY-CHECKS
           MOVE WS-REL-MVT-FLAG TO FS-STM-FLAG
           MOVE WS-REL-MVT-REASON TO FS-STM-REASON

           IF WS-TRX-TYPE = "VIREMENT"
              ADD 1 TO WS-REL-SEQ
              MOVE WS-REL-SEQ TO FS-STM-SEQ
              MOVE FUNCTION TRIM (WS-TRX-NAME) TO FS-STM-NAME
              MOVE "VIR EMIS" TO FS-STM-TYPE
              RELEASE FS-STMT-SORT-RECORD
              ADD 1 TO WS-REL-MVT-COUNT

      *    LA JAMBE CREDIT N'EXISTE QUE SI LA CONTREPARTIE A UN
      *    RELEVE (CLIENT CONNU ET VALIDE) - ELLE PORTE LE MEME
      *    VERDICT QUE LA JAMBE DEBIT
              IF WS-REL-CPT-FOUND
                 IF WS-CL-VALID(WS-REL-CPT-IDX) = 'O'
                    ADD 1 TO WS-REL-SEQ
                    MOVE WS-REL-SEQ TO FS-STM-SEQ
                    MOVE FUNCTION TRIM (WS-TRX-CPTY-NAME) TO
                       FS-STM-NAME
                    MOVE "VIR RECU" TO FS-STM-TYPE
                    RELEASE FS-STMT-SORT-RECORD
                    ADD 1 TO WS-REL-MVT-COUNT
                 END-IF
              END-IF
           ELSE
              ADD 1 TO WS-REL-SEQ
              MOVE WS-REL-SEQ TO FS-STM-SEQ
              MOVE FUNCTION TRIM (WS-TRX-NAME) TO FS-STM-NAME
      *    LES MOUVEMENTS DE FIN DE MOIS SONT LIBELLES D'APRES LEUR
      *    REFERENCE (INTERET=AAAAMM : DEPOT, FRAIS=AAAAMM : RETRAIT)
              EVALUATE TRUE
                 WHEN WS-TRX-REF(1:8) = "INTERET="
                    MOVE "INTERETS" TO FS-STM-TYPE
                 WHEN WS-TRX-REF(1:6) = "FRAIS="
                    MOVE "FRAIS" TO FS-STM-TYPE
                 WHEN OTHER
                    MOVE WS-TRX-TYPE TO FS-STM-TYPE
              END-EVALUATE
              RELEASE FS-STMT-SORT-RECORD
              ADD 1 TO WS-REL-MVT-COUNT
           END-IF
           EXIT.

      *    REJOUE SUR TAB-REL-BAL LES CONTROLES DE
      *    PROC-TRX-VALIDATE (EMETTEUR CONNU ET VALIDE,
      *    CONTREPARTIE CONNUE, VALIDE ET DISTINCTE, SOLDE
      *    SUFFISANT) ET POSITIONNE LE VERDICT DU MOUVEMENT - UN
      *    MOUVEMENT EXECUTE MET A JOUR LES SOLDES DE TRAVAIL DANS
      *    L'ORDRE DU FICHIER, COMME LA COMPTABILISATION
       PROC-REL-REPLAY-CHECKS.
           MOVE 'E' TO WS-REL-MVT-FLAG
           MOVE SPACES TO WS-REL-MVT-REASON

           PERFORM PROC-REL-FIND-SENDER
           EVALUATE TRUE
              WHEN WS-REL-SND-NOT-FOUND
                 MOVE 'R' TO WS-REL-MVT-FLAG
                 MOVE "CLIENT INCONNU" TO WS-REL-MVT-REASON
              WHEN WS-CL-VALID(WS-REL-SND-IDX) NOT = 'O'
                 MOVE 'R' TO WS-REL-MVT-FLAG
                 MOVE "CLIENT EN EXCEPTION" TO WS-REL-MVT-REASON
           END-EVALUATE

           EVALUATE WS-TRX-TYPE
              WHEN "DEPOT"
                 IF WS-REL-MVT-FLAG = 'E'
                    ADD WS-TRX-AMOUNT-NUM TO
                       WS-REL-BAL-AMT(WS-REL-SND-IDX)
                 END-IF
              WHEN "RETRAIT"
                 IF WS-REL-MVT-FLAG = 'E'
                    IF WS-TRX-AMOUNT-NUM >
                       WS-REL-BAL-AMT(WS-REL-SND-IDX)
                       MOVE 'R' TO WS-REL-MVT-FLAG
                       MOVE "SOLDE INSUFFISANT" TO
                          WS-REL-MVT-REASON
                    ELSE
                       PERFORM PROC-REL-CHECK-HOLD
                    END-IF
                    IF WS-REL-MVT-FLAG = 'E'
                       SUBTRACT WS-TRX-AMOUNT-NUM FROM
                          WS-REL-BAL-AMT(WS-REL-SND-IDX)
                    END-IF
                 END-IF
              WHEN "VIREMENT"
                 PERFORM PROC-REL-FIND-CPTY
                 IF WS-REL-MVT-FLAG = 'E'
                    PERFORM PROC-REL-REPLAY-VIR
                 END-IF
           END-EVALUATE
           EXIT.

       PROC-REL-REPLAY-VIR.
           EVALUATE TRUE
              WHEN WS-TRX-CPTY-NAME = SPACES
                 MOVE 'R' TO WS-REL-MVT-FLAG
                 MOVE "CONTREPARTIE ABSENTE" TO WS-REL-MVT-REASON
              WHEN WS-REL-CPT-NOT-FOUND
                 MOVE 'R' TO WS-REL-MVT-FLAG
                 MOVE "CONTREPARTIE INCONNUE" TO WS-REL-MVT-REASON
              WHEN WS-REL-CPT-IDX = WS-REL-SND-IDX
                 MOVE 'R' TO WS-REL-MVT-FLAG
                 MOVE "CONTREPARTIE = EMETTEUR" TO
                    WS-REL-MVT-REASON
              WHEN WS-CL-VALID(WS-REL-CPT-IDX) NOT = 'O'
                 MOVE 'R' TO WS-REL-MVT-FLAG
                 MOVE "CONTREPARTIE EN EXCEPTION" TO
                    WS-REL-MVT-REASON
              WHEN WS-TRX-AMOUNT-NUM >
                 WS-REL-BAL-AMT(WS-REL-SND-IDX)
                 MOVE 'R' TO WS-REL-MVT-FLAG
                 MOVE "SOLDE INSUFFISANT" TO WS-REL-MVT-REASON
              WHEN OTHER
                 PERFORM PROC-REL-CHECK-HOLD
           END-EVALUATE

           IF WS-REL-MVT-FLAG = 'E'
              SUBTRACT WS-TRX-AMOUNT-NUM FROM
                 WS-REL-BAL-AMT(WS-REL-SND-IDX)
              ADD WS-TRX-AMOUNT-NUM TO
                 WS-REL-BAL-AMT(WS-REL-CPT-IDX)
           END-IF
           EXIT.

      *    MEME SEUIL DE VALIDATION QUE PROC-TRX-VALIDATE : LE
      *    MOUVEMENT RETENU N'EST PAS EXECUTE CE JOUR
       PROC-REL-CHECK-HOLD.
           IF WS-MC-NOT-APPROVED
              AND WS-MC-LIMIT > 0
              AND WS-TRX-AMOUNT-NUM > WS-MC-LIMIT
              MOVE 'R' TO WS-REL-MVT-FLAG
              MOVE "VALIDATION REQUISE" TO WS-REL-MVT-REASON
           END-IF
           EXIT.

       PROC-REL-FIND-SENDER.
           SET WS-REL-SND-NOT-FOUND TO TRUE
           PERFORM VARYING WS-REL-SND-IDX FROM 1 BY 1
              UNTIL WS-REL-SND-IDX > WS-CL-COUNT
              OR WS-REL-SND-FOUND
              IF FUNCTION TRIM (WS-CL-NAME(WS-REL-SND-IDX)) =
                 FUNCTION TRIM (WS-TRX-NAME)
                 SET WS-REL-SND-FOUND TO TRUE
              END-IF
           END-PERFORM
           IF WS-REL-SND-FOUND
              SUBTRACT 1 FROM WS-REL-SND-IDX
           END-IF
           EXIT.

       PROC-REL-FIND-CPTY.
           SET WS-REL-CPT-NOT-FOUND TO TRUE
           PERFORM VARYING WS-REL-CPT-IDX FROM 1 BY 1
              UNTIL WS-REL-CPT-IDX > WS-CL-COUNT
              OR WS-REL-CPT-FOUND
              IF FUNCTION TRIM (WS-CL-NAME(WS-REL-CPT-IDX)) =
                 FUNCTION TRIM (WS-TRX-CPTY-NAME)
                 SET WS-REL-CPT-FOUND TO TRUE
              END-IF
           END-PERFORM
           IF WS-REL-CPT-FOUND
              SUBTRACT 1 FROM WS-REL-CPT-IDX
           END-IF
           EXIT.

      *    PROCEDURE DE SORTIE DU TRI : LES MOUVEMENTS REVIENNENT
      *    GROUPES PAR CLIENT ET EN ORDRE DE DATE - CHAQUE RUPTURE
      *    DE CLIENT CLOT LE RELEVE PRECEDENT ET OUVRE LE SUIVANT,
      *    LES MOUVEMENTS D'UN CLIENT INCONNU OU EN EXCEPTION SONT
      *    IGNORES COMME AVANT
       PROC-REL-SORT-OUTPUT.
           MOVE SPACES TO WS-REL-CUR-NAME
           SET WS-REL-NOT-ACTIVE TO TRUE
           MOVE "F" TO WS-EOF-SW

           PERFORM VARYING WS-CL-IDX FROM 1 BY 1
              UNTIL WS-CL-IDX > WS-CL-CAPACITY
              MOVE 'N' TO WS-REL-SEEN-FLAG(WS-CL-IDX)
           END-PERFORM

           PERFORM UNTIL WS-EOF
              RETURN STMT-WORKFILE
                 AT END SET WS-EOF TO TRUE
                 NOT AT END
                    PERFORM PROC-REL-OUT-ONE
              END-RETURN
           END-PERFORM

           IF WS-REL-ACTIVE
              PERFORM PROC-REL-STMT-CLOSE
           END-IF
           EXIT.

       PROC-REL-OUT-ONE.
           IF FS-STM-NAME NOT = WS-REL-CUR-NAME
              IF WS-REL-ACTIVE
                 PERFORM PROC-REL-STMT-CLOSE
              END-IF
              MOVE FS-STM-NAME TO WS-REL-CUR-NAME
              SET WS-REL-NOT-ACTIVE TO TRUE

              SET WS-TRX-NOT-FOUND TO TRUE
              PERFORM VARYING WS-CL-IDX FROM 1 BY 1
                 UNTIL WS-CL-IDX > WS-CL-COUNT
                 OR WS-TRX-FOUND
                 IF WS-CL-VALID(WS-CL-IDX) = 'O'
                    AND FUNCTION TRIM (WS-CL-NAME(WS-CL-IDX)) =
                       FUNCTION TRIM (FS-STM-NAME)
                    SET WS-TRX-FOUND TO TRUE
                 END-IF
              END-PERFORM

              IF WS-TRX-FOUND
                 SUBTRACT 1 FROM WS-CL-IDX
                 MOVE 'O' TO WS-REL-SEEN-FLAG(WS-CL-IDX)
                 PERFORM PROC-REL-STMT-OPEN
                 SET WS-REL-ACTIVE TO TRUE
                 ADD 1 TO WS-REL-STMT-COUNT
              END-IF
           END-IF

           IF WS-REL-ACTIVE
              MOVE FS-STM-DATE TO WS-REL-MVT-DATE
              MOVE FS-STM-TYPE TO WS-REL-MVT-TYPE
              MOVE FS-STM-AMOUNT TO WS-REL-MVT-AMOUNT
              MOVE FS-STM-FLAG TO WS-REL-MVT-FLAG
              MOVE FS-STM-REASON TO WS-REL-MVT-REASON
              PERFORM PROC-REL-WRITE-MOVEMENT
           END-IF
           EXIT.

      *    OUVRE LE RELEVE DU CLIENT WS-CL-IDX : EN-TETE DE PAGE ET
      *    SOLDE D'OUVERTURE
       PROC-REL-STMT-OPEN.
           MOVE WS-CL-AMOUNT(WS-CL-IDX) TO WS-REL-BALANCE
           PERFORM PROC-REL-NEW-PAGE

           MOVE WS-REL-BALANCE TO WS-REL-BALANCE-DISPLAY
           MOVE SPACES TO FS-REL-LINE
           STRING
              "SOLDE D'OUVERTURE" DELIMITED BY SIZE
              WS-REL-BALANCE-DISPLAY DELIMITED BY SIZE
              INTO FS-REL-LINE
           END-STRING
           PERFORM PROC-REL-WRITE-LINE
           EXIT.

       PROC-REL-STMT-CLOSE.
           MOVE WS-REL-BALANCE TO WS-REL-BALANCE-DISPLAY
           MOVE SPACES TO FS-REL-LINE
           STRING
              "SOLDE DE CLOTURE " DELIMITED BY SIZE
              WS-REL-BALANCE-DISPLAY DELIMITED BY SIZE
              INTO FS-REL-LINE
           END-STRING
           PERFORM PROC-REL-WRITE-LINE

           MOVE SPACES TO FS-REL-LINE
           PERFORM PROC-REL-WRITE-LINE
           EXIT.

      *    ECRIT UN MOUVEMENT DU RELEVE ET MET A JOUR LE SOLDE
      *    COURANT - LE VERDICT EXECUTE/REJETE VIENT DU REJEU DES
      *    CONTROLES DE L'OPTION 7 EN PROCEDURE D'ENTREE, LES DEUX
      *    JAMBES D'UN VIREMENT SONT DONC EDITEES NON EXECUTE
      *    ENSEMBLE ET LE SOLDE DE CLOTURE REJOINT clientsnew.txt
       PROC-REL-WRITE-MOVEMENT.
           MOVE WS-REL-MVT-AMOUNT TO WS-CL-AMOUNT-DISPLAY
           MOVE SPACES TO FS-REL-LINE

           IF WS-REL-MVT-FLAG = 'R'
              STRING
                 WS-REL-MVT-DATE DELIMITED BY SIZE
                 "  " DELIMITED BY SIZE
                 WS-REL-MVT-TYPE DELIMITED BY SIZE
                 WS-CL-AMOUNT-DISPLAY DELIMITED BY SIZE
                 "  NON EXECUTE - " DELIMITED BY SIZE
                 FUNCTION TRIM (WS-REL-MVT-REASON) DELIMITED
                    BY SIZE
                 INTO FS-REL-LINE
              END-STRING
           ELSE
              IF WS-REL-MVT-TYPE = "RETRAIT"
                 OR WS-REL-MVT-TYPE = "VIR EMIS"
                 OR WS-REL-MVT-TYPE = "FRAIS"
                 SUBTRACT WS-REL-MVT-AMOUNT FROM WS-REL-BALANCE
              ELSE
                 ADD WS-REL-MVT-AMOUNT TO WS-REL-BALANCE
              END-IF
              MOVE WS-REL-BALANCE TO WS-REL-BALANCE-DISPLAY
              STRING
                 WS-REL-MVT-DATE DELIMITED BY SIZE
                 "  " DELIMITED BY SIZE
                 WS-REL-MVT-TYPE DELIMITED BY SIZE
                 WS-CL-AMOUNT-DISPLAY DELIMITED BY SIZE
                 "  NOUVEAU SOLDE" DELIMITED BY SIZE
                 WS-REL-BALANCE-DISPLAY DELIMITED BY SIZE
                 INTO FS-REL-LINE
              END-STRING
           END-IF

           PERFORM PROC-REL-WRITE-LINE
           EXIT.

      *    UN CLIENT VALIDE SANS AUCUN MOUVEMENT RECOIT QUAND MEME
      *    SON RELEVE (OUVERTURE ET CLOTURE AU MEME SOLDE), COMME
      *    AVANT LE PASSAGE AU TRI
       PROC-REL-NO-MVT-STATEMENTS.
           PERFORM VARYING WS-CL-IDX FROM 1 BY 1
              UNTIL WS-CL-IDX > WS-CL-COUNT
              IF WS-CL-VALID(WS-CL-IDX) = 'O'
                 AND WS-REL-SEEN-FLAG(WS-CL-IDX) NOT = 'O'
                 PERFORM PROC-REL-STMT-OPEN
                 PERFORM PROC-REL-STMT-CLOSE
                 ADD 1 TO WS-REL-STMT-COUNT
              END-IF
           END-PERFORM
           EXIT.

      *    ECRIT UNE LIGNE DU RELEVE EN GERANT LE CHANGEMENT DE PAGE
       PROC-REL-WRITE-LINE.
           IF WS-REL-LINE-COUNT >= WS-REL-MAX-LINES
              MOVE FS-REL-LINE TO WS-REL-HOLD-LINE
              PERFORM PROC-REL-NEW-PAGE
              MOVE WS-REL-HOLD-LINE TO FS-REL-LINE
           END-IF
           WRITE FS-REL-LINE
           ADD 1 TO WS-REL-LINE-COUNT
           EXIT.

      *    EN-TETE DE PAGE DU RELEVE DU CLIENT WS-CL-IDX
       PROC-REL-NEW-PAGE.
           ADD 1 TO WS-REL-PAGE
           MOVE WS-REL-PAGE TO WS-REL-PAGE-DISPLAY

           MOVE ALL "=" TO FS-REL-LINE
           WRITE FS-REL-LINE

           MOVE SPACES TO FS-REL-LINE
           STRING
              "RELEVE DE COMPTE          DATE: " DELIMITED BY SIZE
              WS-REL-DATE DELIMITED BY SIZE
              "          PAGE: " DELIMITED BY SIZE
              WS-REL-PAGE-DISPLAY DELIMITED BY SIZE
              INTO FS-REL-LINE
           END-STRING
           WRITE FS-REL-LINE

           MOVE SPACES TO FS-REL-LINE
           STRING
              "CLIENT : " DELIMITED BY SIZE
              FUNCTION TRIM (WS-CL-NAME(WS-CL-IDX)) DELIMITED
                 BY SIZE
              INTO FS-REL-LINE
           END-STRING
           WRITE FS-REL-LINE

           MOVE SPACES TO FS-REL-LINE
           STRING
              "LIEU   : " DELIMITED BY SIZE
              FUNCTION TRIM (WS-CL-LOCATION(WS-CL-IDX)) DELIMITED
                 BY SIZE
              INTO FS-REL-LINE
           END-STRING
           WRITE FS-REL-LINE

           MOVE ALL "=" TO FS-REL-LINE
           WRITE FS-REL-LINE

           MOVE 5 TO WS-REL-LINE-COUNT
           EXIT.

      *    RAPPORT DEMOGRAPHIQUE DES CLIENTS - CALCULE L'AGE DE
      *    CHAQUE CLIENT A LA DATE DU JOUR A PARTIR DE WS-BIRTHDAY
      *    ET VENTILE NOMBRES ET SOLDES PAR LOCALISATION ET PAR
      *    TRANCHE D'AGE (MOINS DE 25, 25-40, 41-60, PLUS DE 60,
      *    DATE INVALIDE) - LE TOTAL GENERAL EST RAPPROCHE DES
      *    COMPTEURS WS-CLI-COUNT / WS-CLI-TOTAL DE L'OPTION 1
       PROC-DEMOGRAPHIC-REPORT.
           PERFORM PROC-TRX-LOAD-CLIENTS

           MOVE WS-BD-DATE TO WS-DEMO-RUN-DATE
           COMPUTE WS-DEMO-RUN-MMDD =
              FUNCTION MOD (WS-DEMO-RUN-DATE, 10000)

           INITIALIZE TAB-AGE-BANDS
           INITIALIZE TAB-LOCATIONS
           MOVE ZERO TO WS-LOC-USED
           MOVE ZERO TO WS-DEMO-GRAND-COUNT
           MOVE ZERO TO WS-DEMO-GRAND-TOTAL

           PERFORM VARYING WS-CL-IDX FROM 1 BY 1
              UNTIL WS-CL-IDX > WS-CL-COUNT
              PERFORM PROC-DEMO-CLASSIFY
           END-PERFORM

           PERFORM PROC-DEMO-PRINT
           EXIT.

      *    CLASSE LE CLIENT WS-CL-IDX : TRANCHE D'AGE (5 = DATE DE
      *    NAISSANCE INVALIDE) ET LOCALISATION - LES MONTANTS EN
      *    EXCEPTION VALENT ZERO, COMME DANS PROC-VALIDATE-AMOUNT
       PROC-DEMO-CLASSIFY.
           MOVE ZERO TO WS-DATE-DAY
           MOVE ZERO TO WS-DATE-MONTH
           MOVE ZERO TO WS-DATE-YEAR
           UNSTRING WS-CL-BIRTHDAY(WS-CL-IDX) DELIMITED BY "/"
               INTO WS-DATE-DAY, WS-DATE-MONTH, WS-DATE-YEAR
           PERFORM PROC-VALIDATE-DATE

           IF WS-DATE-INVALID
              MOVE 5 TO WS-DEMO-BAND
           ELSE
              MOVE WS-DEMO-RUN-DATE(1:4) TO WS-DEMO-RUN-YEAR
              COMPUTE WS-DEMO-AGE =
                 WS-DEMO-RUN-YEAR - WS-DATE-YEAR
              COMPUTE WS-DEMO-BIRTH-MMDD =
                 WS-DATE-MONTH * 100 + WS-DATE-DAY
              IF WS-DEMO-BIRTH-MMDD > WS-DEMO-RUN-MMDD
                 SUBTRACT 1 FROM WS-DEMO-AGE
              END-IF

              EVALUATE TRUE
                 WHEN WS-DEMO-AGE < 25
                    MOVE 1 TO WS-DEMO-BAND
                 WHEN WS-DEMO-AGE <= 40
                    MOVE 2 TO WS-DEMO-BAND
                 WHEN WS-DEMO-AGE <= 60
                    MOVE 3 TO WS-DEMO-BAND
                 WHEN OTHER
                    MOVE 4 TO WS-DEMO-BAND
              END-EVALUATE
           END-IF

           ADD 1 TO WS-AB-COUNT(WS-DEMO-BAND)
           ADD WS-CL-AMOUNT(WS-CL-IDX) TO WS-AB-TOTAL(WS-DEMO-BAND)

           PERFORM PROC-DEMO-FIND-LOCATION
           ADD 1 TO WS-LOC-COUNT(WS-LOC-IDX)
           ADD WS-CL-AMOUNT(WS-CL-IDX) TO WS-LOC-TOTAL(WS-LOC-IDX)

           ADD 1 TO WS-DEMO-GRAND-COUNT
           ADD WS-CL-AMOUNT(WS-CL-IDX) TO WS-DEMO-GRAND-TOTAL
           EXIT.

      *    RETROUVE (OU CREE) L'ENTREE DE TAB-LOCATIONS DU CLIENT
      *    WS-CL-IDX - LA DERNIERE ENTREE SERT DE FOURRE-TOUT
      *    "AUTRES" QUAND LA TABLE EST PLEINE
       PROC-DEMO-FIND-LOCATION.
           SET WS-LOC-NOT-FOUND TO TRUE
           PERFORM VARYING WS-LOC-IDX FROM 1 BY 1
              UNTIL WS-LOC-IDX > WS-LOC-USED
              OR WS-LOC-FOUND
              IF FUNCTION TRIM (WS-LOC-NAME(WS-LOC-IDX)) =
                 FUNCTION TRIM (WS-CL-LOCATION(WS-CL-IDX))
                 SET WS-LOC-FOUND TO TRUE
              END-IF
           END-PERFORM

           IF WS-LOC-FOUND
              SUBTRACT 1 FROM WS-LOC-IDX
           ELSE
              IF WS-LOC-USED < WS-LOC-CAPACITY - 1
                 ADD 1 TO WS-LOC-USED
                 MOVE WS-LOC-USED TO WS-LOC-IDX
                 MOVE WS-CL-LOCATION(WS-CL-IDX) TO
                    WS-LOC-NAME(WS-LOC-IDX)
              ELSE
                 MOVE WS-LOC-CAPACITY TO WS-LOC-IDX
                 IF WS-LOC-NAME(WS-LOC-IDX) = SPACES
                    MOVE "*** AUTRES ***" TO
                       WS-LOC-NAME(WS-LOC-IDX)
                    MOVE WS-LOC-CAPACITY TO WS-LOC-USED
                 END-IF
              END-IF
           END-IF
           EXIT.

       PROC-DEMO-PRINT.
           DISPLAY " "
           DISPLAY "--------------------------------------------------"
           DISPLAY "|       RAPPORT DEMOGRAPHIQUE DES CLIENTS        |"
           DISPLAY "--------------------------------------------------"
           DISPLAY "REPARTITION PAR LOCALISATION"

           PERFORM VARYING WS-LOC-IDX FROM 1 BY 1
              UNTIL WS-LOC-IDX > WS-LOC-USED
              MOVE WS-LOC-COUNT(WS-LOC-IDX) TO
                 WS-DEMO-COUNT-DISPLAY
              MOVE WS-LOC-TOTAL(WS-LOC-IDX) TO
                 WS-DEMO-TOTAL-DISPLAY
              DISPLAY "  " WS-LOC-NAME(WS-LOC-IDX)(1:25)
                 " NOMBRE: " WS-DEMO-COUNT-DISPLAY
                 " SOLDE: " WS-DEMO-TOTAL-DISPLAY
           END-PERFORM

           DISPLAY " "
           DISPLAY "REPARTITION PAR TRANCHE D'AGE"
           PERFORM VARYING WS-AB-IDX FROM 1 BY 1
              UNTIL WS-AB-IDX > 5
              MOVE WS-AB-COUNT(WS-AB-IDX) TO WS-DEMO-COUNT-DISPLAY
              MOVE WS-AB-TOTAL(WS-AB-IDX) TO WS-DEMO-TOTAL-DISPLAY
              EVALUATE WS-AB-IDX
                 WHEN 1
                    DISPLAY "  MOINS DE 25 ANS          "
                       " NOMBRE: " WS-DEMO-COUNT-DISPLAY
                       " SOLDE: " WS-DEMO-TOTAL-DISPLAY
                 WHEN 2
                    DISPLAY "  DE 25 A 40 ANS           "
                       " NOMBRE: " WS-DEMO-COUNT-DISPLAY
                       " SOLDE: " WS-DEMO-TOTAL-DISPLAY
                 WHEN 3
                    DISPLAY "  DE 41 A 60 ANS           "
                       " NOMBRE: " WS-DEMO-COUNT-DISPLAY
                       " SOLDE: " WS-DEMO-TOTAL-DISPLAY
                 WHEN 4
                    DISPLAY "  PLUS DE 60 ANS           "
                       " NOMBRE: " WS-DEMO-COUNT-DISPLAY
                       " SOLDE: " WS-DEMO-TOTAL-DISPLAY
                 WHEN 5
                    DISPLAY "  DATE DE NAISSANCE INVALIDE"
                       " NOMBRE: " WS-DEMO-COUNT-DISPLAY
                       " SOLDE: " WS-DEMO-TOTAL-DISPLAY
              END-EVALUATE
           END-PERFORM

           DISPLAY " "
           MOVE WS-DEMO-GRAND-COUNT TO WS-DEMO-COUNT-DISPLAY
           MOVE WS-DEMO-GRAND-TOTAL TO WS-DEMO-TOTAL-DISPLAY
           DISPLAY "TOTAL GENERAL   NOMBRE: " WS-DEMO-COUNT-DISPLAY
              " SOLDE: " WS-DEMO-TOTAL-DISPLAY

           IF WS-DEMO-GRAND-COUNT = WS-CLI-COUNT
              AND WS-DEMO-GRAND-TOTAL = WS-CLI-TOTAL
              DISPLAY "CONTROLE DE RECONCILIATION : OK"
           ELSE
              MOVE WS-CLI-COUNT TO WS-DEMO-COUNT-DISPLAY
              MOVE WS-CLI-TOTAL TO WS-DEMO-TOTAL-DISPLAY
              DISPLAY "CONTROLE DE RECONCILIATION : ECART"
              DISPLAY "  ATTENDU       NOMBRE: " WS-DEMO-COUNT-DISPLAY
                 " SOLDE: " WS-DEMO-TOTAL-DISPLAY
           END-IF
           DISPLAY " "
           EXIT.

      *    SYNTHESE EN RUPTURE PAR PAYS DU FICHIER TRIE
      *    (filesorted.txt) - A CHAQUE CHANGEMENT DE FS-SRT-COUNTRY :
      *    NOMBRE D'ENREGISTREMENTS, SOMME DES MONTANTS ET
      *    SOUS-TOTAUX SEPARES DEBITS (NEGATIFS) / CREDITS
      *    (POSITIFS) - LE TOTAL GENERAL EST RAPPROCHE DU TOTAL DE
      *    LA LIGNE DE FIN ECRITE PAR PROC-SORT-WRITE-TRAILER
       PROC-COUNTRY-SUMMARY.
           MOVE "F" TO WS-EOF-SW
           SET WS-SUM-FIRST TO TRUE
           SET WS-SUM-TRAILER-NOT-FOUND TO TRUE
           MOVE SPACES TO WS-SUM-PREV-COUNTRY
           MOVE ZERO TO WS-SUM-GRP-COUNT
           MOVE ZERO TO WS-SUM-GRP-TOTAL
           MOVE ZERO TO WS-SUM-NEG-COUNT
           MOVE ZERO TO WS-SUM-NEG-TOTAL
           MOVE ZERO TO WS-SUM-POS-COUNT
           MOVE ZERO TO WS-SUM-POS-TOTAL
           MOVE ZERO TO WS-SUM-GRAND-COUNT
           MOVE ZERO TO WS-SUM-GRAND-TOTAL
           MOVE ZERO TO WS-SUM-TRAILER-TOTAL
           MOVE ZERO TO WS-SUM-CONV-TOTAL
           MOVE ZERO TO WS-SX-COUNT

           PERFORM PROC-RT-LOAD

           OPEN INPUT FILE-SORTED
           IF FC-SORT NOT = "00"
              DISPLAY "Erreur à l'ouverture"
              DISPLAY "FS FILE SORTED: " FC-SORT
              SET WS-EOF TO TRUE
           END-IF

           DISPLAY " "
           DISPLAY "--------------------------------------------------"
           DISPLAY "|          SYNTHESE PAR PAYS (FICHIER TRIE)      |"
           DISPLAY "--------------------------------------------------"

           PERFORM UNTIL WS-EOF
              PERFORM PROC-SUM-LOOP
           END-PERFORM

           IF WS-SUM-NOT-FIRST
              PERFORM PROC-SUM-BREAK
           END-IF

           IF FC-SORT NOT = "35"
              CLOSE FILE-SORTED
           END-IF

           PERFORM PROC-SUM-GRAND
           EXIT.

       PROC-SUM-LOOP.
                 IF FS-LINE2(1:3) = "***"
                    PERFORM PROC-SUM-TRAILER
                 ELSE
                    IF FS-LINE2 NOT = SPACES
                       MOVE FS-LINE2 TO WS-SUM-REC
                       IF WS-SUM-NOT-FIRST
                          AND WS-SUM-COUNTRY NOT =
                             WS-SUM-PREV-COUNTRY
                          PERFORM PROC-SUM-BREAK
                       END-IF
                       SET WS-SUM-NOT-FIRST TO TRUE
                       MOVE WS-SUM-COUNTRY TO WS-SUM-PREV-COUNTRY
                       ADD 1 TO WS-SUM-GRP-COUNT
                       ADD WS-SUM-AMOUNT TO WS-SUM-GRP-TOTAL
                       IF WS-SUM-AMOUNT < 0
                          ADD 1 TO WS-SUM-NEG-COUNT
                          ADD WS-SUM-AMOUNT TO WS-SUM-NEG-TOTAL
                       ELSE
                          ADD 1 TO WS-SUM-POS-COUNT
                          ADD WS-SUM-AMOUNT TO WS-SUM-POS-TOTAL
                       END-IF
                       ADD 1 TO WS-SUM-GRAND-COUNT
                       ADD WS-SUM-AMOUNT TO WS-SUM-GRAND-TOTAL
                    END-IF
                 END-IF
           END-READ
           EXIT.

      *    EXTRAIT LE MONTANT TOTAL DE LA LIGNE DE FIN DE TRI POUR
      *    LE RAPPROCHEMENT FINAL
       PROC-SUM-TRAILER.
           IF FS-LINE2(5:7) = "FIN TRI"
              MOVE SPACES TO WS-SUM-DUMMY
              MOVE SPACES TO WS-SUM-TRAILER-TEXT
              UNSTRING FS-LINE2 DELIMITED BY "MONTANT TOTAL: "
                  INTO WS-SUM-DUMMY, WS-SUM-TRAILER-TEXT
              MOVE SPACES TO WS-SUM-NUMBER-TEXT
              UNSTRING WS-SUM-TRAILER-TEXT DELIMITED BY " ***"
                  INTO WS-SUM-NUMBER-TEXT
              IF FUNCTION TEST-NUMVAL (WS-SUM-NUMBER-TEXT) = 0
                 COMPUTE WS-SUM-TRAILER-TOTAL =
                    FUNCTION NUMVAL (WS-SUM-NUMBER-TEXT)
                 SET WS-SUM-TRAILER-FOUND TO TRUE
              END-IF
           END-IF
           EXIT.

      *    EDITE LA LIGNE DE RUPTURE DU PAYS WS-SUM-PREV-COUNTRY ET
      *    REMET LES SOUS-TOTAUX A ZERO
       PROC-SUM-BREAK.
           DISPLAY "PAYS : " WS-SUM-PREV-COUNTRY
           MOVE WS-SUM-GRP-COUNT TO WS-SORT-COUNT-DISPLAY
           MOVE WS-SUM-GRP-TOTAL TO WS-SORT-TOTAL-DISPLAY
           DISPLAY "  ENREGISTREMENTS : " WS-SORT-COUNT-DISPLAY
              "  MONTANT : " WS-SORT-TOTAL-DISPLAY
           MOVE WS-SUM-NEG-COUNT TO WS-SORT-COUNT-DISPLAY
           MOVE WS-SUM-NEG-TOTAL TO WS-SORT-TOTAL-DISPLAY
           DISPLAY "  DEBITS          : " WS-SORT-COUNT-DISPLAY
              "  MONTANT : " WS-SORT-TOTAL-DISPLAY
           MOVE WS-SUM-POS-COUNT TO WS-SORT-COUNT-DISPLAY
           MOVE WS-SUM-POS-TOTAL TO WS-SORT-TOTAL-DISPLAY
           DISPLAY "  CREDITS         : " WS-SORT-COUNT-DISPLAY
              "  MONTANT : " WS-SORT-TOTAL-DISPLAY
           PERFORM PROC-SUM-BREAK-CURRENCY
           DISPLAY " "

           MOVE ZERO TO WS-SUM-GRP-COUNT
           MOVE ZERO TO WS-SUM-GRP-TOTAL
           MOVE ZERO TO WS-SUM-NEG-COUNT
           MOVE ZERO TO WS-SUM-NEG-TOTAL
           MOVE ZERO TO WS-SUM-POS-COUNT
           MOVE ZERO TO WS-SUM-POS-TOTAL
           EXIT.

       PROC-SUM-GRAND.
           MOVE WS-SUM-GRAND-COUNT TO WS-SORT-COUNT-DISPLAY
           MOVE WS-SUM-GRAND-TOTAL TO WS-SORT-TOTAL-DISPLAY
           DISPLAY "TOTAL GENERAL"
           DISPLAY "  ENREGISTREMENTS : " WS-SORT-COUNT-DISPLAY
              "  MONTANT : " WS-SORT-TOTAL-DISPLAY

           IF WS-SUM-TRAILER-FOUND
              IF WS-SUM-GRAND-TOTAL = WS-SUM-TRAILER-TOTAL
                 DISPLAY "CONTROLE AVEC LE TOTAL DE FIN DE TRI : OK"
              ELSE
                 MOVE WS-SUM-TRAILER-TOTAL TO WS-SORT-TOTAL-DISPLAY
                 DISPLAY "CONTROLE AVEC LE TOTAL DE FIN DE TRI : "
                    "ECART"
                 DISPLAY "  TOTAL ATTENDU   : " WS-SORT-TOTAL-DISPLAY
              END-IF
           ELSE
              DISPLAY "*** LIGNE DE FIN DE TRI ABSENTE - "
                 "RAPPROCHEMENT IMPOSSIBLE ***"
           END-IF

           MOVE WS-SUM-CONV-TOTAL TO WS-SUM-CONV-DISPLAY
           DISPLAY " "
           DISPLAY "TOTAL CONVERTI EN " WS-RT-BASE-CURRENCY " : "
              WS-SUM-CONV-DISPLAY

           IF WS-SX-COUNT > 0
              DISPLAY " "
              DISPLAY "PAYS SANS CONTRE-VALEUR (EXCLUS DU TOTAL "
                 "CONVERTI)"
              PERFORM VARYING WS-SX-IDX FROM 1 BY 1
                 UNTIL WS-SX-IDX > WS-SX-COUNT
                 MOVE WS-SX-AMOUNT(WS-SX-IDX) TO
                    WS-SORT-TOTAL-DISPLAY
                 DISPLAY "  " WS-SX-COUNTRY(WS-SX-IDX)
                    " MONTANT LOCAL : " WS-SORT-TOTAL-DISPLAY
                    "  MOTIF : " WS-SX-REASON(WS-SX-IDX)
              END-PERFORM
           END-IF
           DISPLAY " "
           EXIT.

      *    CHARGE LA TABLE DES TAUX DE CHANGE DEPUIS taux.txt - UNE
      *    LIGNE AU TAUX OU A LA DATE ILLISIBLE EST IGNOREE (LE PAYS
      *    SORTIRA EN EXCEPTION "TAUX ABSENT")
       PROC-RT-LOAD.
           MOVE ZERO TO WS-RT-COUNT
           MOVE "F" TO WS-EOF-SW

           OPEN INPUT RATES-FILE
           IF FC-TAU NOT = "00"
              SET WS-EOF TO TRUE
              IF FC-TAU NOT = "35"
                 DISPLAY "Erreur à l'ouverture"
                 DISPLAY "FS TAUX: " FC-TAU
              END-IF
           END-IF

           PERFORM UNTIL WS-EOF
              READ RATES-FILE
                 AT END SET WS-EOF TO TRUE
                 NOT AT END
                    IF FS-TAU-LINE NOT = SPACES
                       PERFORM PROC-RT-LOAD-ONE
                    END-IF
              END-READ
           END-PERFORM

           IF FC-TAU NOT = "35"
              CLOSE RATES-FILE
           END-IF
           EXIT.

       PROC-RT-LOAD-ONE.
           IF WS-RT-COUNT >= WS-RT-CAPACITY
              DISPLAY "*** TABLE DES TAUX PLEINE - LIGNE IGNOREE ***"
           ELSE
              MOVE SPACES TO WS-RT-CURR-TEXT
              MOVE SPACES TO WS-RT-RATE-TEXT
              MOVE SPACES TO WS-RT-DATE-TEXT
              ADD 1 TO WS-RT-COUNT
              INSPECT FS-TAU-LINE REPLACING ALL ";" BY "|"
              UNSTRING FS-TAU-LINE DELIMITED BY "|"
                  INTO WS-RT-COUNTRY(WS-RT-COUNT),
                       WS-RT-CURR-TEXT,
                       WS-RT-RATE-TEXT,
                       WS-RT-DATE-TEXT
              MOVE WS-RT-CURR-TEXT(1:3) TO
                 WS-RT-CURRENCY(WS-RT-COUNT)

              MOVE ZERO TO WS-DATE-DAY
              MOVE ZERO TO WS-DATE-MONTH
              MOVE ZERO TO WS-DATE-YEAR
              UNSTRING WS-RT-DATE-TEXT DELIMITED BY "/"
                  INTO WS-DATE-DAY, WS-DATE-MONTH, WS-DATE-YEAR
              PERFORM PROC-VALIDATE-DATE

              IF FUNCTION TEST-NUMVAL (WS-RT-RATE-TEXT) = 0
                 AND WS-DATE-VALID
                 COMPUTE WS-RT-RATE(WS-RT-COUNT) =
                    FUNCTION NUMVAL (WS-RT-RATE-TEXT)
                 COMPUTE WS-RT-DATE(WS-RT-COUNT) =
                    WS-DATE-YEAR * 10000
                    + WS-DATE-MONTH * 100 + WS-DATE-DAY
                 IF WS-RT-RATE(WS-RT-COUNT) = ZERO
                    SUBTRACT 1 FROM WS-RT-COUNT
                 END-IF
              ELSE
                 SUBTRACT 1 FROM WS-RT-COUNT
              END-IF
           END-IF
           EXIT.

      *    EDITE LA DEVISE ET LA CONTRE-VALEUR EN DEVISE DE BASE DU
      *    PAYS EN RUPTURE - UN PAYS SANS TAUX OU AVEC UN TAUX PLUS
      *    VIEUX QUE WS-RT-STALE-DAYS JOURS PART EN EXCEPTION AU
      *    LIEU D'ETRE ADDITIONNE AVEC DES DEVISES DIFFERENTES
       PROC-SUM-BREAK-CURRENCY.
           SET WS-RT-NOT-FOUND TO TRUE
           PERFORM VARYING WS-RT-IDX FROM 1 BY 1
              UNTIL WS-RT-IDX > WS-RT-COUNT
              OR WS-RT-FOUND
              IF FUNCTION TRIM (WS-RT-COUNTRY(WS-RT-IDX)) =
                 FUNCTION TRIM (WS-SUM-PREV-COUNTRY)
                 SET WS-RT-FOUND TO TRUE
              END-IF
           END-PERFORM

           IF WS-RT-FOUND
              SUBTRACT 1 FROM WS-RT-IDX
              COMPUTE WS-RT-AGE-DAYS =
                 FUNCTION INTEGER-OF-DATE (WS-BD-DATE)
                 - FUNCTION INTEGER-OF-DATE
                    (WS-RT-DATE(WS-RT-IDX))
           END-IF

           EVALUATE TRUE
              WHEN WS-RT-NOT-FOUND
                 DISPLAY "  DEVISE          : INCONNUE - TAUX ABSENT"
                 PERFORM PROC-SUM-EXC-ADD
              WHEN WS-RT-AGE-DAYS > WS-RT-STALE-DAYS
                 DISPLAY "  DEVISE          : "
                    WS-RT-CURRENCY(WS-RT-IDX) " - TAUX PERIME"
                 PERFORM PROC-SUM-EXC-ADD
              WHEN OTHER
                 COMPUTE WS-SUM-CONV-GRP ROUNDED =
                    WS-SUM-GRP-TOTAL * WS-RT-RATE(WS-RT-IDX)
                 ADD WS-SUM-CONV-GRP TO WS-SUM-CONV-TOTAL
                 MOVE WS-SUM-CONV-GRP TO WS-SUM-CONV-DISPLAY
                 DISPLAY "  DEVISE          : "
                    WS-RT-CURRENCY(WS-RT-IDX)
                    "  CONTRE-VALEUR " WS-RT-BASE-CURRENCY " : "
                    WS-SUM-CONV-DISPLAY
           END-EVALUATE
           EXIT.

       PROC-SUM-EXC-ADD.
           IF WS-SX-COUNT >= WS-SX-CAPACITY
              DISPLAY "*** TABLE DES EXCEPTIONS DEVISE PLEINE ***"
           ELSE
              ADD 1 TO WS-SX-COUNT
              MOVE WS-SUM-PREV-COUNTRY TO
                 WS-SX-COUNTRY(WS-SX-COUNT)
              MOVE WS-SUM-GRP-TOTAL TO WS-SX-AMOUNT(WS-SX-COUNT)
              IF WS-RT-NOT-FOUND
                 MOVE "TAUX ABSENT" TO WS-SX-REASON(WS-SX-COUNT)
              ELSE
                 MOVE "TAUX PERIME" TO WS-SX-REASON(WS-SX-COUNT)
              END-IF
           END-IF
           EXIT.

      *    SAISIE DES NOTES D'UNE PERIODE (AAAATN) - LE FICHIER EST
      *    OUVERT EN AJOUT : LES PERIODES PRECEDENTES SONT
      *    CONSERVEES, L'HISTORIQUE ALIMENTE LE CLASSEMENT PAR
      *    PERIODE (OPTION 14) ET LA PROGRESSION (OPTION 19)
       PROC-SCHOOL-TRANSCRIPT.
           DISPLAY "Période (AAAATN, ex. 2025T1) : "
           MOVE SPACES TO WS-ST-TERM-IN
           ACCEPT WS-ST-TERM-IN

           OPEN EXTEND STUDENTS-FILE
           IF FC-STU = 35
              OPEN OUTPUT STUDENTS-FILE
           END-IF
           INITIALIZE  FS-STUDENT-RECORD

           PERFORM UNTIL FS-ST-NAME = "0"
              DISPLAY " "
              DISPLAY "Nom de l'étudiant : "
              ACCEPT FS-ST-NAME

              IF FS-ST-NAME NOT = "0"
                 DISPLAY "    Mathématiques : "
                 ACCEPT FS-ST-MATHS
                 DISPLAY "    Physiques : "
                 ACCEPT FS-ST-PHYS
                 DISPLAY "    SVT : "
                 ACCEPT FS-ST-SVT
                 DISPLAY "    Philosophie : "
                 ACCEPT FS-ST-PHILO
                 PERFORM PROC-COMPUTE-AVERAGE
                 MOVE WS-ST-TERM-IN TO FS-ST-TERM
                 PERFORM PROC-WRITE
              END-IF
              DISPLAY " "
           END-PERFORM

           CLOSE STUDENTS-FILE
           PERFORM PROC-TRANSCRIPT-REPORT
           EXIT.

      *    MOYENNE PONDEREE PAR LES COEFFICIENTS WS-COEF-* (LES
      *    MATHS PESENT PLUS LOURD QUE LA PHILO)
       PROC-COMPUTE-AVERAGE.
           MOVE FS-ST-MATHS TO WS-ST-MATHS-N
           MOVE FS-ST-PHYS TO WS-ST-PHYS-N
           MOVE FS-ST-SVT TO WS-ST-SVT-N
           MOVE FS-ST-PHILO TO WS-ST-PHILO-N
           COMPUTE WS-COEF-TOTAL =
              WS-COEF-MATHS + WS-COEF-PHYS
              + WS-COEF-SVT + WS-COEF-PHILO
           COMPUTE WS-ST-AVERAGE-NUM ROUNDED =
              (WS-ST-MATHS-N * WS-COEF-MATHS
              + WS-ST-PHYS-N * WS-COEF-PHYS
              + WS-ST-SVT-N * WS-COEF-SVT
              + WS-ST-PHILO-N * WS-COEF-PHILO)
              / WS-COEF-TOTAL
           MOVE WS-ST-AVERAGE-NUM TO FS-ST-AVERAGE

           IF WS-ST-AVERAGE-NUM >= WS-PASS-THRESHOLD
              MOVE "ADMIS " TO FS-ST-RESULT
           ELSE
              MOVE "ECHEC " TO FS-ST-RESULT
           END-IF
           EXIT.

       PROC-TRANSCRIPT-REPORT.
           MOVE "F" TO WS-EOF-SW
           MOVE ZERO TO WS-CLASS-COUNT
           MOVE ZERO TO WS-CLASS-TOTAL

           OPEN INPUT STUDENTS-FILE
           DISPLAY " "
           DISPLAY "--------------------------------------------------"
           DISPLAY "|              BULLETIN DE LA CLASSE             |"
           DISPLAY "--------------------------------------------------"
           DISPLAY "PERIODE : " WS-ST-TERM-IN

           PERFORM UNTIL WS-EOF
              READ STUDENTS-FILE
                 AT END SET WS-EOF TO TRUE
                 NOT AT END
                    IF FS-ST-TERM = WS-ST-TERM-IN
                       ADD 1 TO WS-CLASS-COUNT
                       MOVE FS-ST-AVERAGE TO WS-ST-AVERAGE-NUM
                       ADD WS-ST-AVERAGE-NUM TO WS-CLASS-TOTAL
                       DISPLAY FS-ST-NAME " MOYENNE:" FS-ST-AVERAGE
                          " " FS-ST-RESULT
                    END-IF
              END-READ
           END-PERFORM
           CLOSE STUDENTS-FILE

           IF WS-CLASS-COUNT > 0
              COMPUTE WS-CLASS-AVERAGE ROUNDED =
                 WS-CLASS-TOTAL / WS-CLASS-COUNT
           ELSE
              MOVE ZERO TO WS-CLASS-AVERAGE
           END-IF
           MOVE WS-CLASS-AVERAGE TO WS-CLASS-AVERAGE-DISPLAY

           DISPLAY " "
           DISPLAY "MOYENNE DE LA CLASSE : " WS-CLASS-AVERAGE-DISPLAY
           DISPLAY " "
           EXIT.

       PROC-WRITE.
           WRITE FS-STUDENT-RECORD

           IF FC-STU NOT EQUAL ZERO
              DISPLAY "Erreur lors de l'ajout"
           END-IF
           EXIT.

      *    CLASSEMENT DE LA CLASSE ET STATISTIQUES PAR MATIERE A
      *    PARTIR DE etudiants.txt : RANG PAR MOYENNE DECROISSANTE,
      *    MIN/MAX/MOYENNE PAR MATIERE, TAUX DE REUSSITE CONTRE
      *    WS-PASS-THRESHOLD ET TABLEAU D'HONNEUR (MOYENNE >=
      *    WS-HONOR-THRESHOLD)
       PROC-CLASS-RANKING.
           MOVE "F" TO WS-EOF-SW
           MOVE ZERO TO WS-RK-COUNT
           MOVE ZERO TO WS-RK-LOST-COUNT

      *    LE CLASSEMENT SE FAIT PAR PERIODE - A BLANC, TOUTES LES
      *    PERIODES SONT CONFONDUES (COMPORTEMENT DU MODE BATCH ET
      *    DES ANCIENS FICHIERS SANS CODE PERIODE)
           MOVE SPACES TO WS-RK-TERM
           IF WS-BATCH-MODE-OFF
              DISPLAY "Période (AAAATN, vide = toutes) : "
              ACCEPT WS-RK-TERM
           END-IF

           OPEN INPUT STUDENTS-FILE
           IF FC-STU NOT = ZERO
              DISPLAY "Erreur à l'ouverture"
              DISPLAY "FS ETUDIANTS: " FC-STU
              SET WS-EOF TO TRUE
           END-IF

           PERFORM UNTIL WS-EOF
              READ STUDENTS-FILE
                 AT END SET WS-EOF TO TRUE
                 NOT AT END
                    IF WS-RK-TERM = SPACES
                       OR FS-ST-TERM = WS-RK-TERM
                       IF WS-RK-COUNT < WS-RK-CAPACITY
                          ADD 1 TO WS-RK-COUNT
                          MOVE FS-ST-NAME TO
                             WS-RK-NAME(WS-RK-COUNT)
                          MOVE FS-ST-MATHS TO
                             WS-RK-MATHS(WS-RK-COUNT)
                          MOVE FS-ST-PHYS TO
                             WS-RK-PHYS(WS-RK-COUNT)
                          MOVE FS-ST-SVT TO
                             WS-RK-SVT(WS-RK-COUNT)
                          MOVE FS-ST-PHILO TO
                             WS-RK-PHILO(WS-RK-COUNT)
                          MOVE FS-ST-AVERAGE TO
                             WS-RK-AVERAGE(WS-RK-COUNT)
                          MOVE FS-ST-RESULT TO
                             WS-RK-RESULT(WS-RK-COUNT)
                       ELSE
                          ADD 1 TO WS-RK-LOST-COUNT
                       END-IF
                    END-IF
              END-READ
           END-PERFORM

           IF WS-RK-LOST-COUNT > 0
              DISPLAY "*** " WS-RK-LOST-COUNT " ELEVE(S) AU-DELA "
                 "DE LA CAPACITE - NON CLASSES ***"
           END-IF

           IF FC-STU = ZERO OR FC-STU = 10
              CLOSE STUDENTS-FILE
           END-IF

           IF WS-RK-COUNT = 0
              DISPLAY "Aucun étudiant dans le fichier."
           ELSE
              PERFORM PROC-RK-SORT
              PERFORM PROC-RK-PRINT
           END-IF
           EXIT.

      *    TRI A BULLES PAR MOYENNE DECROISSANTE - STABLE : A
      *    MOYENNE EGALE, L'ORDRE DE SAISIE EST CONSERVE
       PROC-RK-SORT.
           PERFORM VARYING WS-RK-IDX FROM 1 BY 1
              UNTIL WS-RK-IDX >= WS-RK-COUNT
              PERFORM VARYING WS-RK-JDX FROM 1 BY 1
                 UNTIL WS-RK-JDX > WS-RK-COUNT - WS-RK-IDX
                 IF WS-RK-AVERAGE(WS-RK-JDX) <
                    WS-RK-AVERAGE(WS-RK-JDX + 1)
                    MOVE WS-RK-RECORD(WS-RK-JDX) TO TMP-RK-ITEM
                    MOVE WS-RK-RECORD(WS-RK-JDX + 1) TO
                       WS-RK-RECORD(WS-RK-JDX)
                    MOVE TMP-RK-ITEM TO
                       WS-RK-RECORD(WS-RK-JDX + 1)
                 END-IF
              END-PERFORM
           END-PERFORM
           EXIT.

       PROC-RK-PRINT.
           MOVE ZERO TO WS-RK-PASS-COUNT
           MOVE ZERO TO WS-RK-HONOR-COUNT
           PERFORM VARYING WS-SJ-IDX FROM 1 BY 1
              UNTIL WS-SJ-IDX > 4
              MOVE 999 TO WS-SJ-MIN(WS-SJ-IDX)
              MOVE ZERO TO WS-SJ-MAX(WS-SJ-IDX)
              MOVE ZERO TO WS-SJ-TOTAL(WS-SJ-IDX)
           END-PERFORM

           DISPLAY " "
           DISPLAY "--------------------------------------------------"
           DISPLAY "|            CLASSEMENT DE LA CLASSE             |"
           DISPLAY "--------------------------------------------------"
           DISPLAY "RANG NOM                  MOYENNE RESULTAT"

           PERFORM VARYING WS-RK-IDX FROM 1 BY 1
              UNTIL WS-RK-IDX > WS-RK-COUNT
              MOVE WS-RK-IDX TO WS-RK-RANK-DISPLAY
              MOVE WS-RK-AVERAGE(WS-RK-IDX) TO WS-RK-AVG-DISPLAY
              DISPLAY WS-RK-RANK-DISPLAY "  "
                 WS-RK-NAME(WS-RK-IDX) "  " WS-RK-AVG-DISPLAY
                 "  " WS-RK-RESULT(WS-RK-IDX)

              IF WS-RK-AVERAGE(WS-RK-IDX) >= WS-PASS-THRESHOLD
                 ADD 1 TO WS-RK-PASS-COUNT
              END-IF
              IF WS-RK-AVERAGE(WS-RK-IDX) >= WS-HONOR-THRESHOLD
                 ADD 1 TO WS-RK-HONOR-COUNT
              END-IF

              PERFORM PROC-RK-SUBJ-STATS
           END-PERFORM

           DISPLAY " "
           DISPLAY "STATISTIQUES PAR MATIERE (MIN/MAX/MOYENNE)"
           PERFORM VARYING WS-SJ-IDX FROM 1 BY 1
              UNTIL WS-SJ-IDX > 4
              COMPUTE WS-SJ-AVG ROUNDED =
                 WS-SJ-TOTAL(WS-SJ-IDX) / WS-RK-COUNT
              MOVE WS-SJ-AVG TO WS-SJ-AVG-DISPLAY
              EVALUATE WS-SJ-IDX
                 WHEN 1
                    DISPLAY "  MATHEMATIQUES : "
                       WS-SJ-MIN(WS-SJ-IDX) " / "
                       WS-SJ-MAX(WS-SJ-IDX) " / "
                       WS-SJ-AVG-DISPLAY
                 WHEN 2
                    DISPLAY "  PHYSIQUE      : "
                       WS-SJ-MIN(WS-SJ-IDX) " / "
                       WS-SJ-MAX(WS-SJ-IDX) " / "
                       WS-SJ-AVG-DISPLAY
                 WHEN 3
                    DISPLAY "  SVT           : "
                       WS-SJ-MIN(WS-SJ-IDX) " / "
                       WS-SJ-MAX(WS-SJ-IDX) " / "
                       WS-SJ-AVG-DISPLAY
                 WHEN 4
                    DISPLAY "  PHILOSOPHIE   : "
                       WS-SJ-MIN(WS-SJ-IDX) " / "
                       WS-SJ-MAX(WS-SJ-IDX) " / "
                       WS-SJ-AVG-DISPLAY
              END-EVALUATE
           END-PERFORM

           COMPUTE WS-RK-RATE ROUNDED =
              WS-RK-PASS-COUNT * 100 / WS-RK-COUNT
           MOVE WS-RK-RATE TO WS-RK-RATE-DISPLAY
           DISPLAY " "
           DISPLAY "TAUX DE REUSSITE : " WS-RK-RATE-DISPLAY " %"
              " (" WS-RK-PASS-COUNT " ADMIS SUR " WS-RK-COUNT ")"

           DISPLAY " "
           MOVE WS-HONOR-THRESHOLD TO WS-RK-AVG-DISPLAY
           DISPLAY "TABLEAU D'HONNEUR (MOYENNE >= "
              WS-RK-AVG-DISPLAY ") : "
              WS-RK-HONOR-COUNT " ELEVE(S)"
           PERFORM VARYING WS-RK-IDX FROM 1 BY 1
              UNTIL WS-RK-IDX > WS-RK-COUNT
              IF WS-RK-AVERAGE(WS-RK-IDX) >= WS-HONOR-THRESHOLD
                 MOVE WS-RK-AVERAGE(WS-RK-IDX) TO
                    WS-RK-AVG-DISPLAY
                 DISPLAY "  " WS-RK-NAME(WS-RK-IDX) " "
                    WS-RK-AVG-DISPLAY
              END-IF
           END-PERFORM
           DISPLAY " "
           EXIT.

      *    ALIMENTE LES MIN/MAX/TOTAUX PAR MATIERE POUR L'ELEVE
      *    WS-RK-IDX (1=MATHS, 2=PHYSIQUE, 3=SVT, 4=PHILO)
       PROC-RK-SUBJ-STATS.
           PERFORM VARYING WS-SJ-IDX FROM 1 BY 1
              UNTIL WS-SJ-IDX > 4
              EVALUATE WS-SJ-IDX
                 WHEN 1
                    MOVE WS-RK-MATHS(WS-RK-IDX) TO WS-SJ-MARK
                 WHEN 2
                    MOVE WS-RK-PHYS(WS-RK-IDX) TO WS-SJ-MARK
                 WHEN 3
                    MOVE WS-RK-SVT(WS-RK-IDX) TO WS-SJ-MARK
                 WHEN 4
                    MOVE WS-RK-PHILO(WS-RK-IDX) TO WS-SJ-MARK
              END-EVALUATE

              IF WS-SJ-MARK < WS-SJ-MIN(WS-SJ-IDX)
                 MOVE WS-SJ-MARK TO WS-SJ-MIN(WS-SJ-IDX)
              END-IF
              IF WS-SJ-MARK > WS-SJ-MAX(WS-SJ-IDX)
                 MOVE WS-SJ-MARK TO WS-SJ-MAX(WS-SJ-IDX)
              END-IF
              ADD WS-SJ-MARK TO WS-SJ-TOTAL(WS-SJ-IDX)
           END-PERFORM
           EXIT.

      *    RAPPORT DE PROGRESSION ENTRE DEUX PERIODES (OPTION 19) :
      *    ALIGNE LA MOYENNE PONDEREE (CALCUL WS-COEF-MATHS...
      *    WS-COEF-PHILO DE L'OPTION 2) DE CHAQUE ETUDIANT SUR LES
      *    DEUX PERIODES, SIGNALE LES BAISSES SUPERIEURES A
      *    WS-PRG-THRESHOLD POINTS ET TOTALISE PROGRES ET BAISSES
      *    POUR LA CLASSE
       PROC-PROGRESSION-REPORT.
           MOVE ZERO TO WS-PG-COUNT
           MOVE ZERO TO WS-PG-LOST-COUNT
           MOVE ZERO TO WS-PG-CMP-COUNT
           MOVE ZERO TO WS-PG-UP-COUNT
           MOVE ZERO TO WS-PG-DOWN-COUNT
           MOVE ZERO TO WS-PG-SAME-COUNT
           MOVE ZERO TO WS-PG-FLAG-COUNT

           DISPLAY "Période de référence (AAAATN) : "
           MOVE SPACES TO WS-PRG-TERM-A
           ACCEPT WS-PRG-TERM-A
           DISPLAY "Période comparée (AAAATN) : "
           MOVE SPACES TO WS-PRG-TERM-B
           ACCEPT WS-PRG-TERM-B

           IF WS-PRG-TERM-A = SPACES OR WS-PRG-TERM-B = SPACES
              OR WS-PRG-TERM-A = WS-PRG-TERM-B
              DISPLAY "*** Deux périodes distinctes sont "
                 "obligatoires. ***"
           ELSE
              PERFORM PROC-PRG-LOAD
              PERFORM PROC-PRG-PRINT
           END-IF
           EXIT.

      *    RELIT etudiants.txt UNE SEULE FOIS ET RANGE LES MOYENNES
      *    DES DEUX PERIODES DEMANDEES PAR ETUDIANT DANS TAB-PRG
       PROC-PRG-LOAD.
           MOVE "F" TO WS-EOF-SW

           OPEN INPUT STUDENTS-FILE
           IF FC-STU NOT = ZERO
              DISPLAY "Erreur à l'ouverture"
              DISPLAY "FS ETUDIANTS: " FC-STU
              SET WS-EOF TO TRUE
           END-IF

           PERFORM UNTIL WS-EOF
              READ STUDENTS-FILE
                 AT END SET WS-EOF TO TRUE
                 NOT AT END
                    IF FS-ST-TERM = WS-PRG-TERM-A
                       OR FS-ST-TERM = WS-PRG-TERM-B
                       PERFORM PROC-PRG-LOAD-ONE
                    END-IF
              END-READ
           END-PERFORM

           IF FC-STU = ZERO OR FC-STU = 10
              CLOSE STUDENTS-FILE
           END-IF

           IF WS-PG-LOST-COUNT > 0
              DISPLAY "*** " WS-PG-LOST-COUNT " ELEVE(S) AU-DELA "
                 "DE LA CAPACITE - NON COMPARES ***"
           END-IF
           EXIT.

      *    RETROUVE (OU CREE) L'ENTREE DE L'ETUDIANT ET Y RANGE LA
      *    MOYENNE DE LA PERIODE LUE - SI UNE PERIODE A ETE SAISIE
      *    DEUX FOIS, LA DERNIERE MOYENNE LUE FAIT FOI
       PROC-PRG-LOAD-ONE.
           SET WS-PG-NOT-FOUND TO TRUE
           PERFORM VARYING WS-PG-IDX FROM 1 BY 1
              UNTIL WS-PG-IDX > WS-PG-COUNT
              OR WS-PG-FOUND
              IF WS-PG-NAME(WS-PG-IDX) = FS-ST-NAME
                 SET WS-PG-FOUND TO TRUE
              END-IF
           END-PERFORM

           IF WS-PG-FOUND
              SUBTRACT 1 FROM WS-PG-IDX
           ELSE
              IF WS-PG-COUNT < WS-PG-CAPACITY
                 ADD 1 TO WS-PG-COUNT
                 MOVE WS-PG-COUNT TO WS-PG-IDX
                 MOVE FS-ST-NAME TO WS-PG-NAME(WS-PG-IDX)
                 MOVE ZERO TO WS-PG-AVG-A(WS-PG-IDX)
                 MOVE ZERO TO WS-PG-AVG-B(WS-PG-IDX)
                 MOVE 'N' TO WS-PG-HAS-A(WS-PG-IDX)
                 MOVE 'N' TO WS-PG-HAS-B(WS-PG-IDX)
              ELSE
                 ADD 1 TO WS-PG-LOST-COUNT
                 MOVE ZERO TO WS-PG-IDX
              END-IF
           END-IF

           IF WS-PG-IDX > 0
              MOVE FS-ST-AVERAGE TO WS-ST-AVERAGE-NUM
              IF FS-ST-TERM = WS-PRG-TERM-A
                 MOVE WS-ST-AVERAGE-NUM TO WS-PG-AVG-A(WS-PG-IDX)
                 MOVE 'O' TO WS-PG-HAS-A(WS-PG-IDX)
              ELSE
                 MOVE WS-ST-AVERAGE-NUM TO WS-PG-AVG-B(WS-PG-IDX)
                 MOVE 'O' TO WS-PG-HAS-B(WS-PG-IDX)
              END-IF
           END-IF
           EXIT.

       PROC-PRG-PRINT.
           DISPLAY " "
           DISPLAY "--------------------------------------------------"
           DISPLAY "|      PROGRESSION ENTRE DEUX PERIODES           |"
           DISPLAY "--------------------------------------------------"
           DISPLAY "PERIODES COMPAREES : " WS-PRG-TERM-A " -> "
              WS-PRG-TERM-B
           MOVE WS-PRG-THRESHOLD TO WS-PG-DELTA-DISPLAY
           DISPLAY "SEUIL DE BAISSE SIGNALEE : " WS-PG-DELTA-DISPLAY
              " POINTS"
           DISPLAY " "

           PERFORM VARYING WS-PG-IDX FROM 1 BY 1
              UNTIL WS-PG-IDX > WS-PG-COUNT
              PERFORM PROC-PRG-PRINT-ONE
           END-PERFORM

           DISPLAY " "
           DISPLAY "ETUDIANTS COMPARES         : " WS-PG-CMP-COUNT
           DISPLAY "EN PROGRES                 : " WS-PG-UP-COUNT
           DISPLAY "EN BAISSE                  : " WS-PG-DOWN-COUNT
           DISPLAY "  DONT BAISSES SIGNALEES   : " WS-PG-FLAG-COUNT
           DISPLAY "STABLES                    : " WS-PG-SAME-COUNT
           DISPLAY " "
           EXIT.

      *    EDITE LA LIGNE D'UN ETUDIANT - SEULS CEUX PRESENTS SUR
      *    LES DEUX PERIODES SONT COMPARES, LES AUTRES SONT LISTES
      *    POUR INFORMATION SANS ENTRER DANS LES TOTAUX
       PROC-PRG-PRINT-ONE.
           IF WS-PG-HAS-A(WS-PG-IDX) = 'O'
              AND WS-PG-HAS-B(WS-PG-IDX) = 'O'
              ADD 1 TO WS-PG-CMP-COUNT
              COMPUTE WS-PG-DELTA =
                 WS-PG-AVG-B(WS-PG-IDX) - WS-PG-AVG-A(WS-PG-IDX)
              MOVE WS-PG-AVG-A(WS-PG-IDX) TO WS-PG-AVG-A-DISPLAY
              MOVE WS-PG-AVG-B(WS-PG-IDX) TO WS-PG-AVG-B-DISPLAY
              MOVE WS-PG-DELTA TO WS-PG-DELTA-DISPLAY

              EVALUATE TRUE
                 WHEN WS-PG-DELTA > 0
                    ADD 1 TO WS-PG-UP-COUNT
                 WHEN WS-PG-DELTA < 0
                    ADD 1 TO WS-PG-DOWN-COUNT
                 WHEN OTHER
                    ADD 1 TO WS-PG-SAME-COUNT
              END-EVALUATE

              IF WS-PG-DELTA < 0
                 AND WS-PG-DELTA + WS-PRG-THRESHOLD < 0
                 ADD 1 TO WS-PG-FLAG-COUNT
                 DISPLAY WS-PG-NAME(WS-PG-IDX) " "
                    WS-PG-AVG-A-DISPLAY " -> " WS-PG-AVG-B-DISPLAY
                    " ECART: " WS-PG-DELTA-DISPLAY
                    " *** BAISSE SIGNALEE ***"
              ELSE
                 DISPLAY WS-PG-NAME(WS-PG-IDX) " "
                    WS-PG-AVG-A-DISPLAY " -> " WS-PG-AVG-B-DISPLAY
                    " ECART: " WS-PG-DELTA-DISPLAY
              END-IF
           ELSE
              IF WS-PG-HAS-A(WS-PG-IDX) = 'O'
                 DISPLAY WS-PG-NAME(WS-PG-IDX)
                    " ABSENT DE LA PERIODE " WS-PRG-TERM-B
              ELSE
                 DISPLAY WS-PG-NAME(WS-PG-IDX)
                    " ABSENT DE LA PERIODE " WS-PRG-TERM-A
              END-IF
           END-IF
           EXIT.

      *    BULLETINS INDIVIDUELS D'UNE PERIODE (OPTION 28) : UN
      *    BULLETIN PAR ELEVE DE LA PERIODE DANS bulletins.txt - NOTES
      *    ET COEFFICIENTS DES QUATRE MATIERES, MOYENNE PONDEREE
      *    RECALCULEE AVEC LES COEFFICIENTS WS-COEF-*, RANG DANS LA
      *    CLASSE, MOYENNE ET MIN/MAX DE LA CLASSE PAR MATIERE,
      *    DECISION CONTRE WS-PASS-THRESHOLD ET WS-HONOR-THRESHOLD,
      *    HISTORIQUE DES MOYENNES DES PERIODES ANTERIEURES - CHAQUE
      *    BULLETIN COMMENCE EN HAUT D'UNE PAGE DE WS-BL-MAX-LINES
      *    LIGNES - UN ELEVE DONT UNE NOTE MANQUE N'A PAS DE BULLETIN
      *    ET N'ENTRE PAS DANS LE CLASSEMENT : IL EST LISTE DANS
      *    anomaliesbulletins.txt - EN BATCH, LA PERIODE EST LE
      *    PARAMETRE DE L'ETAPE (EX. 28;2025T1)
       PROC-REPORT-CARDS.
           MOVE ZERO TO WS-BL-CARD-COUNT
           MOVE ZERO TO WS-BL-EXC-COUNT
           MOVE ZERO TO WS-BL-LOST-COUNT
           MOVE ZERO TO WS-BLH-LOST-COUNT
           MOVE ZERO TO WS-BLS-COUNT
           MOVE ZERO TO WS-BLH-COUNT
           MOVE ZERO TO WS-RK-COUNT

           IF WS-BATCH-MODE-OFF
              DISPLAY "Période (AAAATN, ex. 2025T1) : "
              MOVE SPACES TO WS-BL-TERM
              ACCEPT WS-BL-TERM
           END-IF

           IF WS-BL-TERM = SPACES
              DISPLAY "*** La période est obligatoire. ***"
           ELSE
              PERFORM PROC-BL-LOAD
              PERFORM PROC-BL-CLASS-STATS
              PERFORM PROC-BL-SORT-HIST
              PERFORM PROC-BL-PRINT
           END-IF
           EXIT.

      *    UNE SEULE LECTURE DE etudiants.txt : LA PERIODE DEMANDEE
      *    ALIMENTE TAB-BL-STU, LES PERIODES ANTERIEURES (CODE
      *    PERIODE INFERIEUR) ALIMENTENT L'HISTORIQUE - LES ANCIENS
      *    ENREGISTREMENTS SANS CODE PERIODE SONT IGNORES
       PROC-BL-LOAD.
           MOVE "F" TO WS-EOF-SW

           OPEN INPUT STUDENTS-FILE
           IF FC-STU NOT = ZERO
              DISPLAY "Erreur à l'ouverture"
              DISPLAY "FS ETUDIANTS: " FC-STU
              SET WS-EOF TO TRUE
           END-IF

           PERFORM UNTIL WS-EOF
              READ STUDENTS-FILE
                 AT END SET WS-EOF TO TRUE
                 NOT AT END
                    EVALUATE TRUE
                       WHEN FS-ST-TERM = WS-BL-TERM
                          PERFORM PROC-BL-CHECK-MARKS
                          PERFORM PROC-BL-LOAD-STU
                       WHEN FS-ST-TERM NOT = SPACES
                          AND FS-ST-TERM < WS-BL-TERM
                          PERFORM PROC-BL-CHECK-MARKS
                          PERFORM PROC-BL-LOAD-HIST
                    END-EVALUATE
              END-READ
           END-PERFORM

           IF FC-STU = ZERO OR FC-STU = 10
              CLOSE STUDENTS-FILE
           END-IF

           IF WS-BL-LOST-COUNT > 0
              DISPLAY "*** " WS-BL-LOST-COUNT " ELEVE(S) AU-DELA "
                 "DE LA CAPACITE - SANS BULLETIN ***"
           END-IF
           IF WS-BLH-LOST-COUNT > 0
              DISPLAY "*** " WS-BLH-LOST-COUNT " MOYENNE(S) "
                 "ANTERIEURE(S) AU-DELA DE LA CAPACITE - HORS "
                 "HISTORIQUE ***"
           END-IF
           EXIT.

      *    CONTROLE LES QUATRE NOTES DE L'ENREGISTREMENT LU : UNE
      *    NOTE A BLANC OU NON NUMERIQUE REND L'ENREGISTREMENT
      *    INCOMPLET ET EST CITEE DANS WS-BL-REASON - SINON LA
      *    MOYENNE PONDEREE EST RECALCULEE PAR PROC-COMPUTE-AVERAGE
       PROC-BL-CHECK-MARKS.
           SET WS-BL-COMPLETE TO TRUE
           MOVE "NOTE(S) MANQUANTE(S) :" TO WS-BL-REASON

           MOVE FS-ST-MATHS TO WS-BL-MARK-TEXT
           MOVE "MATHS" TO WS-BL-SUBJ-NAME
           PERFORM PROC-BL-CHECK-MARK
           MOVE WS-BL-MARK TO FS-ST-MATHS

           MOVE FS-ST-PHYS TO WS-BL-MARK-TEXT
           MOVE "PHYS" TO WS-BL-SUBJ-NAME
           PERFORM PROC-BL-CHECK-MARK
           MOVE WS-BL-MARK TO FS-ST-PHYS

           MOVE FS-ST-SVT TO WS-BL-MARK-TEXT
           MOVE "SVT" TO WS-BL-SUBJ-NAME
           PERFORM PROC-BL-CHECK-MARK
           MOVE WS-BL-MARK TO FS-ST-SVT

           MOVE FS-ST-PHILO TO WS-BL-MARK-TEXT
           MOVE "PHILO" TO WS-BL-SUBJ-NAME
           PERFORM PROC-BL-CHECK-MARK
           MOVE WS-BL-MARK TO FS-ST-PHILO

           IF WS-BL-COMPLETE
              PERFORM PROC-COMPUTE-AVERAGE
              MOVE SPACES TO WS-BL-REASON
           ELSE
              MOVE ZERO TO WS-ST-MATHS-N
              MOVE ZERO TO WS-ST-PHYS-N
              MOVE ZERO TO WS-ST-SVT-N
              MOVE ZERO TO WS-ST-PHILO-N
              MOVE ZERO TO WS-ST-AVERAGE-NUM
           END-IF
           EXIT.

       PROC-BL-CHECK-MARK.
           MOVE ZERO TO WS-BL-MARK
           IF WS-BL-MARK-TEXT = SPACES
              OR FUNCTION TEST-NUMVAL (WS-BL-MARK-TEXT) NOT = 0
              SET WS-BL-INCOMPLETE TO TRUE
              MOVE SPACES TO WS-BL-WORK
              STRING
                 WS-BL-REASON DELIMITED BY "  "
                 " " DELIMITED BY SIZE
                 WS-BL-SUBJ-NAME DELIMITED BY SPACE
                 INTO WS-BL-WORK
              END-STRING
              MOVE WS-BL-WORK TO WS-BL-REASON
           ELSE
              COMPUTE WS-BL-MARK =
                 FUNCTION NUMVAL (WS-BL-MARK-TEXT)
           END-IF
           EXIT.

      *    RANGE L'ELEVE DANS TAB-BL-STU - SI LA PERIODE A ETE SAISIE
      *    DEUX FOIS, LE DERNIER ENREGISTREMENT LU FAIT FOI
       PROC-BL-LOAD-STU.
           SET WS-BLS-NOT-FOUND TO TRUE
           PERFORM VARYING WS-BLS-IDX FROM 1 BY 1
              UNTIL WS-BLS-IDX > WS-BLS-COUNT
              OR WS-BLS-FOUND
              IF WS-BLS-NAME(WS-BLS-IDX) = FS-ST-NAME
                 SET WS-BLS-FOUND TO TRUE
              END-IF
           END-PERFORM

           IF WS-BLS-FOUND
              SUBTRACT 1 FROM WS-BLS-IDX
           ELSE
              IF WS-BLS-COUNT < WS-BLS-CAPACITY
                 ADD 1 TO WS-BLS-COUNT
                 MOVE WS-BLS-COUNT TO WS-BLS-IDX
              ELSE
                 ADD 1 TO WS-BL-LOST-COUNT
                 MOVE ZERO TO WS-BLS-IDX
              END-IF
           END-IF

           IF WS-BLS-IDX > 0
              MOVE FS-ST-NAME TO WS-BLS-NAME(WS-BLS-IDX)
              MOVE WS-ST-MATHS-N TO WS-BLS-MATHS(WS-BLS-IDX)
              MOVE WS-ST-PHYS-N TO WS-BLS-PHYS(WS-BLS-IDX)
              MOVE WS-ST-SVT-N TO WS-BLS-SVT(WS-BLS-IDX)
              MOVE WS-ST-PHILO-N TO WS-BLS-PHILO(WS-BLS-IDX)
              MOVE WS-ST-AVERAGE-NUM TO WS-BLS-AVERAGE(WS-BLS-IDX)
              MOVE WS-BL-REASON TO WS-BLS-REASON(WS-BLS-IDX)
           END-IF
           EXIT.

      *    RANGE LA MOYENNE D'UNE PERIODE ANTERIEURE - MEME REGLE DU
      *    DERNIER ENREGISTREMENT LU PAR ELEVE ET PAR PERIODE
       PROC-BL-LOAD-HIST.
           SET WS-BLH-NOT-FOUND TO TRUE
           PERFORM VARYING WS-BLH-IDX FROM 1 BY 1
              UNTIL WS-BLH-IDX > WS-BLH-COUNT
              OR WS-BLH-FOUND
              IF WS-BLH-NAME(WS-BLH-IDX) = FS-ST-NAME
                 AND WS-BLH-TERM(WS-BLH-IDX) = FS-ST-TERM
                 SET WS-BLH-FOUND TO TRUE
              END-IF
           END-PERFORM

           IF WS-BLH-FOUND
              SUBTRACT 1 FROM WS-BLH-IDX
           ELSE
              IF WS-BLH-COUNT < WS-BLH-CAPACITY
                 ADD 1 TO WS-BLH-COUNT
                 MOVE WS-BLH-COUNT TO WS-BLH-IDX
              ELSE
                 ADD 1 TO WS-BLH-LOST-COUNT
                 MOVE ZERO TO WS-BLH-IDX
              END-IF
           END-IF

           IF WS-BLH-IDX > 0
              MOVE FS-ST-TERM TO WS-BLH-TERM(WS-BLH-IDX)
              MOVE FS-ST-NAME TO WS-BLH-NAME(WS-BLH-IDX)
              MOVE WS-ST-AVERAGE-NUM TO WS-BLH-AVERAGE(WS-BLH-IDX)
              MOVE WS-BL-COMPLETE-SW TO WS-BLH-COMPLETE(WS-BLH-IDX)
           END-IF
           EXIT.

      *    LES ELEVES COMPLETS DE LA PERIODE SONT RECOPIES DANS LA
      *    TABLE DU CLASSEMENT (OPTION 14) : MIN/MAX/TOTAUX PAR
      *    MATIERE PAR PROC-RK-SUBJ-STATS, MOYENNE DE LA CLASSE ET
      *    RANG DE CHAQUE ELEVE (PROC-BL-RANK)
       PROC-BL-CLASS-STATS.
           MOVE ZERO TO WS-BL-CLASS-TOTAL
           MOVE ZERO TO WS-BL-CLASS-AVG
           PERFORM VARYING WS-SJ-IDX FROM 1 BY 1
              UNTIL WS-SJ-IDX > 4
              MOVE 999 TO WS-SJ-MIN(WS-SJ-IDX)
              MOVE ZERO TO WS-SJ-MAX(WS-SJ-IDX)
              MOVE ZERO TO WS-SJ-TOTAL(WS-SJ-IDX)
           END-PERFORM

           PERFORM VARYING WS-BLS-IDX FROM 1 BY 1
              UNTIL WS-BLS-IDX > WS-BLS-COUNT
              IF WS-BLS-REASON(WS-BLS-IDX) = SPACES
                 ADD 1 TO WS-RK-COUNT
                 MOVE WS-RK-COUNT TO WS-RK-IDX
                 MOVE WS-BLS-NAME(WS-BLS-IDX) TO WS-RK-NAME(WS-RK-IDX)
                 MOVE WS-BLS-MATHS(WS-BLS-IDX) TO
                    WS-RK-MATHS(WS-RK-IDX)
                 MOVE WS-BLS-PHYS(WS-BLS-IDX) TO WS-RK-PHYS(WS-RK-IDX)
                 MOVE WS-BLS-SVT(WS-BLS-IDX) TO WS-RK-SVT(WS-RK-IDX)
                 MOVE WS-BLS-PHILO(WS-BLS-IDX) TO
                    WS-RK-PHILO(WS-RK-IDX)
                 MOVE WS-BLS-AVERAGE(WS-BLS-IDX) TO
                    WS-RK-AVERAGE(WS-RK-IDX)
                 IF WS-BLS-AVERAGE(WS-BLS-IDX) >= WS-PASS-THRESHOLD
                    MOVE "ADMIS " TO WS-RK-RESULT(WS-RK-IDX)
                 ELSE
                    MOVE "ECHEC " TO WS-RK-RESULT(WS-RK-IDX)
                 END-IF
                 PERFORM PROC-RK-SUBJ-STATS
                 ADD WS-BLS-AVERAGE(WS-BLS-IDX) TO WS-BL-CLASS-TOTAL
              END-IF
           END-PERFORM

           IF WS-RK-COUNT > 0
              COMPUTE WS-BL-CLASS-AVG ROUNDED =
                 WS-BL-CLASS-TOTAL / WS-RK-COUNT
           END-IF
           EXIT.

      *    RANG DE L'ELEVE WS-BLS-IDX : 1 + NOMBRE D'ELEVES DE
      *    MOYENNE STRICTEMENT SUPERIEURE - LES EX AEQUO PARTAGENT LE
      *    MEME RANG
       PROC-BL-RANK.
           MOVE 1 TO WS-BL-RANK
           MOVE ZERO TO WS-BL-TIE-COUNT
           PERFORM VARYING WS-RK-IDX FROM 1 BY 1
              UNTIL WS-RK-IDX > WS-RK-COUNT
              EVALUATE TRUE
                 WHEN WS-RK-AVERAGE(WS-RK-IDX) >
                    WS-BLS-AVERAGE(WS-BLS-IDX)
                    ADD 1 TO WS-BL-RANK
                 WHEN WS-RK-AVERAGE(WS-RK-IDX) =
                    WS-BLS-AVERAGE(WS-BLS-IDX)
                    ADD 1 TO WS-BL-TIE-COUNT
              END-EVALUATE
           END-PERFORM
           EXIT.

      *    TRI A BULLES DE L'HISTORIQUE PAR PERIODE CROISSANTE -
      *    LE CODE AAAATN SE TRIE COMME UNE CHAINE
       PROC-BL-SORT-HIST.
           PERFORM VARYING WS-BLH-IDX FROM 1 BY 1
              UNTIL WS-BLH-IDX >= WS-BLH-COUNT
              PERFORM VARYING WS-BLH-JDX FROM 1 BY 1
                 UNTIL WS-BLH-JDX > WS-BLH-COUNT - WS-BLH-IDX
                 IF WS-BLH-TERM(WS-BLH-JDX) >
                    WS-BLH-TERM(WS-BLH-JDX + 1)
                    MOVE WS-BLH-RECORD(WS-BLH-JDX) TO TMP-BLH-ITEM
                    MOVE WS-BLH-RECORD(WS-BLH-JDX + 1) TO
                       WS-BLH-RECORD(WS-BLH-JDX)
                    MOVE TMP-BLH-ITEM TO
                       WS-BLH-RECORD(WS-BLH-JDX + 1)
                 END-IF
              END-PERFORM
           END-PERFORM
           EXIT.

       PROC-BL-PRINT.
           OPEN OUTPUT REPORT-CARD-FILE
           IF FC-BUL NOT = "00"
              DISPLAY "Erreur à l'ouverture"
              DISPLAY "FS BULLETINS: " FC-BUL
           ELSE
              PERFORM VARYING WS-BLS-IDX FROM 1 BY 1
                 UNTIL WS-BLS-IDX > WS-BLS-COUNT
                 IF WS-BLS-REASON(WS-BLS-IDX) = SPACES
                    PERFORM PROC-BL-CARD
                    ADD 1 TO WS-BL-CARD-COUNT
                 END-IF
              END-PERFORM
              CLOSE REPORT-CARD-FILE
           END-IF

           PERFORM PROC-BL-EXCEPTIONS

           DISPLAY " "
           DISPLAY "--------------------------------------------------"
           DISPLAY "|            BULLETINS DE LA PERIODE             |"
           DISPLAY "--------------------------------------------------"
           DISPLAY "PERIODE                    : " WS-BL-TERM
           DISPLAY "ELEVES DE LA PERIODE       : " WS-BLS-COUNT
           DISPLAY "BULLETINS EDITES           : " WS-BL-CARD-COUNT
              " bulletins.txt"
           DISPLAY "ELEVES EN ANOMALIE         : " WS-BL-EXC-COUNT
              " anomaliesbulletins.txt"
           DISPLAY " "
           EXIT.

      *    BULLETIN DE L'ELEVE WS-BLS-IDX - LA DERNIERE PAGE EST
      *    COMPLETEE PAR DES LIGNES A BLANC POUR QUE LE BULLETIN
      *    SUIVANT COMMENCE EN HAUT DE PAGE
       PROC-BL-CARD.
           MOVE ZERO TO WS-BL-PAGE
           PERFORM PROC-BL-NEW-PAGE

           MOVE SPACES TO FS-BUL-LINE
           PERFORM PROC-BL-WRITE-LINE
           MOVE "MATIERE        COEF  NOTE   MOY.CLASSE  MIN  MAX"
              TO FS-BUL-LINE
           PERFORM PROC-BL-WRITE-LINE
           MOVE "------------------------------------------------"
              TO FS-BUL-LINE
           PERFORM PROC-BL-WRITE-LINE
           PERFORM VARYING WS-SJ-IDX FROM 1 BY 1
              UNTIL WS-SJ-IDX > 4
              PERFORM PROC-BL-SUBJECT-LINE
           END-PERFORM
           MOVE "------------------------------------------------"
              TO FS-BUL-LINE
           PERFORM PROC-BL-WRITE-LINE

           MOVE WS-BLS-AVERAGE(WS-BLS-IDX) TO WS-BL-AVG-DISPLAY
           MOVE WS-BL-CLASS-AVG TO WS-BL-AVG2-DISPLAY
           MOVE SPACES TO FS-BUL-LINE
           STRING
              "MOYENNE PONDEREE     : " DELIMITED BY SIZE
              WS-BL-AVG-DISPLAY DELIMITED BY SIZE
              "   MOYENNE DE LA CLASSE : " DELIMITED BY SIZE
              WS-BL-AVG2-DISPLAY DELIMITED BY SIZE
              INTO FS-BUL-LINE
           END-STRING
           PERFORM PROC-BL-WRITE-LINE

           PERFORM PROC-BL-RANK
           MOVE WS-BL-RANK TO WS-BL-NB-DISPLAY
           MOVE WS-RK-COUNT TO WS-BL-NB2-DISPLAY
           MOVE SPACES TO FS-BUL-LINE
           IF WS-BL-TIE-COUNT > 1
              STRING
                 "RANG                 : " DELIMITED BY SIZE
                 WS-BL-NB-DISPLAY DELIMITED BY SIZE
                 " SUR " DELIMITED BY SIZE
                 WS-BL-NB2-DISPLAY DELIMITED BY SIZE
                 " (EX AEQUO)" DELIMITED BY SIZE
                 INTO FS-BUL-LINE
              END-STRING
           ELSE
              STRING
                 "RANG                 : " DELIMITED BY SIZE
                 WS-BL-NB-DISPLAY DELIMITED BY SIZE
                 " SUR " DELIMITED BY SIZE
                 WS-BL-NB2-DISPLAY DELIMITED BY SIZE
                 INTO FS-BUL-LINE
              END-STRING
           END-IF
           PERFORM PROC-BL-WRITE-LINE

           MOVE WS-BLS-AVERAGE(WS-BLS-IDX) TO WS-ST-AVERAGE-NUM
           PERFORM PROC-BL-DECISION
           MOVE SPACES TO FS-BUL-LINE
           STRING
              "DECISION             : " DELIMITED BY SIZE
              WS-BL-DECISION DELIMITED BY SIZE
              INTO FS-BUL-LINE
           END-STRING
           PERFORM PROC-BL-WRITE-LINE

           MOVE WS-PASS-THRESHOLD TO WS-BL-AVG-DISPLAY
           MOVE WS-HONOR-THRESHOLD TO WS-BL-AVG2-DISPLAY
           MOVE SPACES TO FS-BUL-LINE
           STRING
              "SEUILS               : ADMISSION " DELIMITED BY SIZE
              WS-BL-AVG-DISPLAY DELIMITED BY SIZE
              " - TABLEAU D'HONNEUR " DELIMITED BY SIZE
              WS-BL-AVG2-DISPLAY DELIMITED BY SIZE
              INTO FS-BUL-LINE
           END-STRING
           PERFORM PROC-BL-WRITE-LINE

           MOVE SPACES TO FS-BUL-LINE
           PERFORM PROC-BL-WRITE-LINE
           MOVE "HISTORIQUE DES MOYENNES" TO FS-BUL-LINE
           PERFORM PROC-BL-WRITE-LINE
           MOVE "PERIODE   MOYENNE  RESULTAT" TO FS-BUL-LINE
           PERFORM PROC-BL-WRITE-LINE

           MOVE ZERO TO WS-BL-HIST-NB
           PERFORM VARYING WS-BLH-IDX FROM 1 BY 1
              UNTIL WS-BLH-IDX > WS-BLH-COUNT
              IF WS-BLH-NAME(WS-BLH-IDX) = WS-BLS-NAME(WS-BLS-IDX)
                 ADD 1 TO WS-BL-HIST-NB
                 PERFORM PROC-BL-HIST-LINE
              END-IF
           END-PERFORM
           IF WS-BL-HIST-NB = 0
              MOVE "  AUCUNE PERIODE ANTERIEURE" TO FS-BUL-LINE
              PERFORM PROC-BL-WRITE-LINE
           END-IF

           PERFORM UNTIL WS-BL-LINE-COUNT >= WS-BL-MAX-LINES
              MOVE SPACES TO FS-BUL-LINE
              WRITE FS-BUL-LINE
              ADD 1 TO WS-BL-LINE-COUNT
           END-PERFORM
           EXIT.

      *    LIGNE D'UNE MATIERE (1=MATHS, 2=PHYSIQUE, 3=SVT, 4=PHILO) :
      *    COEFFICIENT, NOTE DE L'ELEVE, MOYENNE/MIN/MAX DE LA CLASSE
       PROC-BL-SUBJECT-LINE.
           EVALUATE WS-SJ-IDX
              WHEN 1
                 MOVE "MATHEMATIQUES" TO WS-BL-SUBJ-NAME
                 MOVE WS-COEF-MATHS TO WS-BL-COEF
                 MOVE WS-BLS-MATHS(WS-BLS-IDX) TO WS-BL-MARK
              WHEN 2
                 MOVE "PHYSIQUE" TO WS-BL-SUBJ-NAME
                 MOVE WS-COEF-PHYS TO WS-BL-COEF
                 MOVE WS-BLS-PHYS(WS-BLS-IDX) TO WS-BL-MARK
              WHEN 3
                 MOVE "SVT" TO WS-BL-SUBJ-NAME
                 MOVE WS-COEF-SVT TO WS-BL-COEF
                 MOVE WS-BLS-SVT(WS-BLS-IDX) TO WS-BL-MARK
              WHEN 4
                 MOVE "PHILOSOPHIE" TO WS-BL-SUBJ-NAME
                 MOVE WS-COEF-PHILO TO WS-BL-COEF
                 MOVE WS-BLS-PHILO(WS-BLS-IDX) TO WS-BL-MARK
           END-EVALUATE

           COMPUTE WS-SJ-AVG ROUNDED =
              WS-SJ-TOTAL(WS-SJ-IDX) / WS-RK-COUNT
           MOVE WS-SJ-AVG TO WS-SJ-AVG-DISPLAY
           MOVE WS-BL-COEF TO WS-BL-COEF-DISPLAY
           MOVE WS-BL-MARK TO WS-BL-MARK-DISPLAY
           MOVE WS-SJ-MIN(WS-SJ-IDX) TO WS-BL-MIN-DISPLAY
           MOVE WS-SJ-MAX(WS-SJ-IDX) TO WS-BL-MAX-DISPLAY

           MOVE SPACES TO FS-BUL-LINE
           STRING
              WS-BL-SUBJ-NAME DELIMITED BY SIZE
              "   " DELIMITED BY SIZE
              WS-BL-COEF-DISPLAY DELIMITED BY SIZE
              "   " DELIMITED BY SIZE
              WS-BL-MARK-DISPLAY DELIMITED BY SIZE
              "       " DELIMITED BY SIZE
              WS-SJ-AVG-DISPLAY DELIMITED BY SIZE
              "  " DELIMITED BY SIZE
              WS-BL-MIN-DISPLAY DELIMITED BY SIZE
              "  " DELIMITED BY SIZE
              WS-BL-MAX-DISPLAY DELIMITED BY SIZE
              INTO FS-BUL-LINE
           END-STRING
           PERFORM PROC-BL-WRITE-LINE
           EXIT.

      *    LIGNE D'HISTORIQUE WS-BLH-IDX - LA DECISION EST RENDUE
      *    AVEC LES SEUILS ACTUELS
       PROC-BL-HIST-LINE.
           MOVE SPACES TO FS-BUL-LINE
           IF WS-BLH-COMPLETE(WS-BLH-IDX) = 'O'
              MOVE WS-BLH-AVERAGE(WS-BLH-IDX) TO WS-BL-AVG-DISPLAY
              MOVE WS-BLH-AVERAGE(WS-BLH-IDX) TO WS-ST-AVERAGE-NUM
              PERFORM PROC-BL-DECISION
              STRING
                 WS-BLH-TERM(WS-BLH-IDX) DELIMITED BY SIZE
                 "     " DELIMITED BY SIZE
                 WS-BL-AVG-DISPLAY DELIMITED BY SIZE
                 "  " DELIMITED BY SIZE
                 WS-BL-DECISION DELIMITED BY SIZE
                 INTO FS-BUL-LINE
              END-STRING
           ELSE
              STRING
                 WS-BLH-TERM(WS-BLH-IDX) DELIMITED BY SIZE
                 "          -  NOTES INCOMPLETES" DELIMITED BY SIZE
                 INTO FS-BUL-LINE
              END-STRING
           END-IF
           PERFORM PROC-BL-WRITE-LINE
           EXIT.

      *    DECISION POUR LA MOYENNE WS-ST-AVERAGE-NUM
       PROC-BL-DECISION.
           EVALUATE TRUE
              WHEN WS-ST-AVERAGE-NUM >= WS-HONOR-THRESHOLD
                 MOVE "ADMIS - TABLEAU D'HONNEUR" TO WS-BL-DECISION
              WHEN WS-ST-AVERAGE-NUM >= WS-PASS-THRESHOLD
                 MOVE "ADMIS" TO WS-BL-DECISION
              WHEN OTHER
                 MOVE "ECHEC" TO WS-BL-DECISION
           END-EVALUATE
           EXIT.

      *    ECRIT UNE LIGNE DU BULLETIN EN GERANT LE CHANGEMENT DE PAGE
       PROC-BL-WRITE-LINE.
           IF WS-BL-LINE-COUNT >= WS-BL-MAX-LINES
              MOVE FS-BUL-LINE TO WS-BL-HOLD-LINE
              PERFORM PROC-BL-NEW-PAGE
              MOVE WS-BL-HOLD-LINE TO FS-BUL-LINE
           END-IF
           WRITE FS-BUL-LINE
           ADD 1 TO WS-BL-LINE-COUNT
           EXIT.

      *    EN-TETE DE PAGE DU BULLETIN DE L'ELEVE WS-BLS-IDX
       PROC-BL-NEW-PAGE.
           ADD 1 TO WS-BL-PAGE
           MOVE WS-BL-PAGE TO WS-BL-PAGE-DISPLAY

           MOVE ALL "=" TO FS-BUL-LINE
           WRITE FS-BUL-LINE

           MOVE SPACES TO FS-BUL-LINE
           STRING
              "BULLETIN SCOLAIRE   PERIODE: " DELIMITED BY SIZE
              WS-BL-TERM DELIMITED BY SIZE
              "   EDITE LE: " DELIMITED BY SIZE
              WS-BD-DATE-TEXT DELIMITED BY SIZE
              "   PAGE: " DELIMITED BY SIZE
              WS-BL-PAGE-DISPLAY DELIMITED BY SIZE
              INTO FS-BUL-LINE
           END-STRING
           WRITE FS-BUL-LINE

           MOVE SPACES TO FS-BUL-LINE
           STRING
              "ELEVE : " DELIMITED BY SIZE
              FUNCTION TRIM (WS-BLS-NAME(WS-BLS-IDX)) DELIMITED
                 BY SIZE
              INTO FS-BUL-LINE
           END-STRING
           WRITE FS-BUL-LINE

           MOVE ALL "=" TO FS-BUL-LINE
           WRITE FS-BUL-LINE

           MOVE 4 TO WS-BL-LINE-COUNT
           EXIT.

      *    LISTE DES ELEVES SANS BULLETIN (NOTES INCOMPLETES OU TABLE
      *    PLEINE) DANS anomaliesbulletins.txt
       PROC-BL-EXCEPTIONS.
           OPEN OUTPUT CARD-EXCEPTION-FILE
           IF FC-BLX NOT = "00"
              DISPLAY "Erreur à l'ouverture"
              DISPLAY "FS ANOMALIES: " FC-BLX
           END-IF

           MOVE SPACES TO FS-BLX-LINE
           STRING
              "ELEVES SANS BULLETIN - PERIODE " DELIMITED BY SIZE
              WS-BL-TERM DELIMITED BY SIZE
              " - EDITE LE " DELIMITED BY SIZE
              WS-BD-DATE-TEXT DELIMITED BY SIZE
              INTO FS-BLX-LINE
           END-STRING
           PERFORM PROC-BLX-WRITE
           MOVE SPACES TO FS-BLX-LINE
           PERFORM PROC-BLX-WRITE
           MOVE "NOM                   MOTIF" TO FS-BLX-LINE
           PERFORM PROC-BLX-WRITE
           MOVE "------------------------------------------------"
              TO FS-BLX-LINE
           PERFORM PROC-BLX-WRITE

           PERFORM VARYING WS-BLS-IDX FROM 1 BY 1
              UNTIL WS-BLS-IDX > WS-BLS-COUNT
              IF WS-BLS-REASON(WS-BLS-IDX) NOT = SPACES
                 ADD 1 TO WS-BL-EXC-COUNT
                 MOVE SPACES TO FS-BLX-LINE
                 STRING
                    WS-BLS-NAME(WS-BLS-IDX) DELIMITED BY SIZE
                    "  " DELIMITED BY SIZE
                    WS-BLS-REASON(WS-BLS-IDX) DELIMITED BY SIZE
                    INTO FS-BLX-LINE
                 END-STRING
                 PERFORM PROC-BLX-WRITE
              END-IF
           END-PERFORM

           IF WS-BL-LOST-COUNT > 0
              MOVE WS-BL-LOST-COUNT TO WS-BL-NB-DISPLAY
              MOVE SPACES TO FS-BLX-LINE
              STRING
                 "  " DELIMITED BY SIZE
                 WS-BL-NB-DISPLAY DELIMITED BY SIZE
                 " ELEVE(S) AU-DELA DE LA CAPACITE DE LA TABLE"
                    DELIMITED BY SIZE
                 INTO FS-BLX-LINE
              END-STRING
              PERFORM PROC-BLX-WRITE
           END-IF

           IF WS-BL-EXC-COUNT = 0 AND WS-BL-LOST-COUNT = 0
              MOVE "  AUCUNE ANOMALIE" TO FS-BLX-LINE
              PERFORM PROC-BLX-WRITE
           END-IF

           MOVE SPACES TO FS-BLX-LINE
           PERFORM PROC-BLX-WRITE
           MOVE WS-BL-EXC-COUNT TO WS-BL-NB-DISPLAY
           MOVE SPACES TO FS-BLX-LINE
           STRING
              "ELEVES AUX NOTES INCOMPLETES : " DELIMITED BY SIZE
              WS-BL-NB-DISPLAY DELIMITED BY SIZE
              INTO FS-BLX-LINE
           END-STRING
           PERFORM PROC-BLX-WRITE

           IF FC-BLX = "00"
              CLOSE CARD-EXCEPTION-FILE
           END-IF
           EXIT.

      *    LA LIGNE DE LA LISTE EST AFFICHEE ET ECRITE
       PROC-BLX-WRITE.
           DISPLAY FUNCTION TRIM (FS-BLX-LINE TRAILING)
           IF FC-BLX = "00"
              WRITE FS-BLX-LINE
           END-IF
           EXIT.

       PROC-COPY-PASTE.
           MOVE "F" TO WS-EOF-SW
           MOVE ZERO TO WS-COPY-READ-COUNT
           MOVE ZERO TO WS-COPY-WRITE-COUNT
           MOVE ZERO TO WS-COPY-SKIP-COUNT

           OPEN INPUT FILE-IN
              OUTPUT FILE-OUT

           PERFORM UNTIL WS-EOF
              READ FILE-IN
                 AT END
                    SET WS-EOF TO TRUE
                    DISPLAY "Copie effectué avec succès!"
                    DISPLAY " "
                 NOT AT END
                    ADD 1 TO WS-COPY-READ-COUNT
                    MOVE FS-IN-RECORD TO FS-OUT-RECORD

                    IF FS-OUT-RECORD NOT = SPACES
                       WRITE FS-OUT-RECORD
                       ADD 1 TO WS-COPY-WRITE-COUNT
                    ELSE
                       ADD 1 TO WS-COPY-SKIP-COUNT
                    END-IF
              END-READ
           END-PERFORM

           CLOSE FILE-IN FILE-OUT
           PERFORM PROC-WRITE-AUDIT-LOG
           EXIT.

       PROC-WRITE-AUDIT-LOG.
           ACCEPT WS-AUD-DATE FROM DATE YYYYMMDD
           ACCEPT WS-AUD-TIME FROM TIME
           MOVE WS-AUD-DATE(1:4) TO WS-AUD-YEAR
           MOVE WS-AUD-DATE(5:2) TO WS-AUD-MONTH
           MOVE WS-AUD-DATE(7:2) TO WS-AUD-DAY
           MOVE WS-AUD-TIME(1:2) TO WS-AUD-HOUR
           MOVE WS-AUD-TIME(3:2) TO WS-AUD-MINUTE
           MOVE WS-AUD-TIME(5:2) TO WS-AUD-SECOND

           OPEN EXTEND AUDIT-FILE
           IF FC-AUD = "35"
              OPEN OUTPUT AUDIT-FILE
           END-IF

           MOVE SPACES TO FS-AUDIT-RECORD
           STRING
              "COPIE SRC=etudiants.txt DST=copy.txt" DELIMITED BY SIZE
              " LUS=" DELIMITED BY SIZE
              WS-COPY-READ-COUNT DELIMITED BY SIZE
              " ECRITS=" DELIMITED BY SIZE
              WS-COPY-WRITE-COUNT DELIMITED BY SIZE
              " IGNORES=" DELIMITED BY SIZE
              WS-COPY-SKIP-COUNT DELIMITED BY SIZE
              " DATE=" DELIMITED BY SIZE
              WS-AUD-TIMESTAMP DELIMITED BY SIZE
              " OPER=" DELIMITED BY SIZE
              FUNCTION TRIM (WS-OP-ID) DELIMITED BY SIZE
              INTO FS-AUDIT-RECORD
           END-STRING

           WRITE FS-AUDIT-RECORD
           CLOSE AUDIT-FILE
           EXIT.

      *    ECRIT UNE LIGNE DE CHECKPOINT (DEBUT/FIN) POUR L'OPTION
      *    DE MENU EN COURS - PERMET DE RETROUVER UNE EXECUTION
      *    INTERROMPUE AU PROCHAIN DEMARRAGE (VOIR PROC-CHECK-RESUME)
       PROC-WRITE-CHECKPOINT.
           ACCEPT WS-CKPT-DATE FROM DATE YYYYMMDD
           ACCEPT WS-CKPT-TIME FROM TIME
           MOVE WS-CKPT-DATE(1:4) TO WS-CKPT-YEAR
           MOVE WS-CKPT-DATE(5:2) TO WS-CKPT-MONTH
           MOVE WS-CKPT-DATE(7:2) TO WS-CKPT-DAY
           MOVE WS-CKPT-TIME(1:2) TO WS-CKPT-HOUR
           MOVE WS-CKPT-TIME(3:2) TO WS-CKPT-MINUTE
           MOVE WS-CKPT-TIME(5:2) TO WS-CKPT-SECOND
           MOVE WS-CKPT-COUNT TO WS-CKPT-COUNT-DISPLAY

           OPEN EXTEND CHECKPOINT-FILE
           IF FC-CKPT = "35"
              OPEN OUTPUT CHECKPOINT-FILE
           END-IF

           MOVE SPACES TO FS-CKPT-RECORD
           STRING
              WS-CKPT-STATUS DELIMITED BY SIZE
              " OPTION=" DELIMITED BY SIZE
              WS-CKPT-OPTION DELIMITED BY SIZE
              " ENR=" DELIMITED BY SIZE
              WS-CKPT-COUNT-DISPLAY DELIMITED BY SIZE
              " DATE=" DELIMITED BY SIZE
              WS-CKPT-TIMESTAMP DELIMITED BY SIZE
              " JOUR=" DELIMITED BY SIZE
              WS-BD-STAMP DELIMITED BY SIZE
              " OPER=" DELIMITED BY SIZE
              FUNCTION TRIM (WS-OP-ID) DELIMITED BY SIZE
              INTO FS-CKPT-RECORD
           END-STRING

           WRITE FS-CKPT-RECORD
           CLOSE CHECKPOINT-FILE
           EXIT.

      *    RELIT checkpoint.txt AU DEMARRAGE ET SIGNALE LA DERNIERE
      *    OPTION DONT LE "DEBUT" N'A PAS ETE SUIVI D'UNE LIGNE "FIN"
      *    (EXECUTION PRECEDENTE INTERROMPUE AVANT LA FIN DE L'OPTION)
       PROC-CHECK-RESUME.
           SET WS-CKPT-RESUME-NOT-FOUND TO TRUE
           MOVE ZERO TO WS-CKPT-RESUME-OPTION
           SET WS-CKPT-NOT-EOF TO TRUE

           PERFORM VARYING WS-CKPT-TAB-IDX FROM 1 BY 1
              UNTIL WS-CKPT-TAB-IDX > 30
              MOVE 'N' TO WS-CKPT-OPEN-FLAG(WS-CKPT-TAB-IDX)
           END-PERFORM

           OPEN INPUT CHECKPOINT-FILE
           IF FC-CKPT = "35"
              SET WS-CKPT-EOF TO TRUE
           END-IF

      *    UN DRAPEAU PAR OPTION (INDEX = OPTION + 1) EST MIS A 'O'
      *    SUR UNE LIGNE "DEBUT" ET REMIS A 'N' SUR LA LIGNE "FIN"
      *    CORRESPONDANTE - SEULE UNE OPTION ENCORE A 'O' APRES LA
      *    LECTURE COMPLETE EST UNE EXECUTION REELLEMENT INTERROMPUE
           PERFORM UNTIL WS-CKPT-EOF
              READ CHECKPOINT-FILE INTO WS-CKPT-LINE
                 AT END SET WS-CKPT-EOF TO TRUE
                 NOT AT END
                    MOVE WS-CKPT-LINE(14:2) TO WS-CKPT-LINE-OPT-X
                    IF WS-CKPT-LINE-OPT-X(2:1) = SPACE
                       MOVE WS-CKPT-LINE-OPT-X(1:1) TO
                          WS-CKPT-LINE-OPT-X(2:1)
                       MOVE "0" TO WS-CKPT-LINE-OPT-X(1:1)
                    END-IF
                    MOVE WS-CKPT-LINE-OPT-X TO WS-CKPT-LINE-OPTION
                    ADD 1 TO WS-CKPT-LINE-OPTION GIVING
                       WS-CKPT-TAB-IDX
                    IF WS-CKPT-TAB-IDX >= 1
                       AND WS-CKPT-TAB-IDX <= 30
                       IF WS-CKPT-LINE(1:5) = "DEBUT"
                          MOVE 'O' TO
                             WS-CKPT-OPEN-FLAG(WS-CKPT-TAB-IDX)
                       ELSE
                          IF WS-CKPT-LINE(1:3) = "FIN"
                             MOVE 'N' TO
                                WS-CKPT-OPEN-FLAG(WS-CKPT-TAB-IDX)
                          END-IF
                       END-IF
                    END-IF
              END-READ
           END-PERFORM

           IF FC-CKPT NOT = "35"
              CLOSE CHECKPOINT-FILE
           END-IF

           PERFORM VARYING WS-CKPT-TAB-IDX FROM 1 BY 1
              UNTIL WS-CKPT-TAB-IDX > 30
              OR WS-CKPT-RESUME-FOUND
              IF WS-CKPT-OPEN-FLAG(WS-CKPT-TAB-IDX) = 'O'
                 SET WS-CKPT-RESUME-FOUND TO TRUE
                 SUBTRACT 1 FROM WS-CKPT-TAB-IDX GIVING
                    WS-CKPT-RESUME-OPTION
              END-IF
           END-PERFORM

           IF WS-CKPT-RESUME-FOUND
              DISPLAY " "
              DISPLAY "*** Reprise : l'exécution précédente de "
                 "l'option " WS-CKPT-RESUME-OPTION
                 " a été interrompue avant la fin. ***"
              DISPLAY "*** Veuillez resélectionner cette option "
                 "pour la relancer. ***"
              DISPLAY " "
           END-IF
           EXIT.

      *    DETECTE LA PRESENCE DU FICHIER DE PARAMETRES batch.txt AU
      *    DEMARRAGE - S'IL EXISTE, LE PROGRAMME S'EXECUTE SANS
      *    AUCUNE SAISIE CLAVIER (VOIR PROC-BATCH-RUN)
       PROC-BATCH-CHECK.
           SET WS-BATCH-MODE-OFF TO TRUE
           OPEN INPUT PARAM-FILE
           IF FC-PAR = "00"
              SET WS-BATCH-MODE-ON TO TRUE
              CLOSE PARAM-FILE
           END-IF
           EXIT.

      *    MODE BATCH : EXECUTE LES OPTIONS LISTEES DANS batch.txt
      *    (UNE LIGNE PAR ETAPE, FORMAT OPTION;PARAMETRE - EX. 6;2024
      *    POUR L'ANNEE DE L'OPTION 6, 12;1 POUR L'EXPORT) ET ECRIT
      *    UN COMPTE RENDU DANS batchsummary.txt - LES OPTIONS 2, 5,
      *    16 A 21, 23 ET 24 EXIGENT UN OPERATEUR AU CLAVIER ET SONT
      *    REFUSEES - L'OPTION 8 SE LIMITE A LA REPRISE DE
      *    clients.txt - L'OPTION 7 GENERE AUSSI LES ORDRES
      *    PERMANENTS ECHUS - UNE OPTION 15 PLACEE APRES UN CONTROLE
      *    D'INTEGRITE (OPTION 22) EN ECART EST REFUSEE - L'OPTION 25
      *    LANCE LA SURVEILLANCE DES MOUVEMENTS - L'OPTION 26 EDITE
      *    L'ETAT DES SUSPENS EN ATTENTE DE VALIDATION - L'OPTION 27
      *    EDITE LA DECLARATION DE TVA DU MOIS DONNE EN PARAMETRE
      *    (EX. 27;202601) - UNE OPTION 15 EST REFUSEE SI UN TYPE DE
      *    MOUVEMENT DE LA JOURNEE N'A PAS SES COMPTES DANS
      *    comptes.txt - L'OPTION 28 EDITE LES BULLETINS DE LA
      *    PERIODE DONNEE EN PARAMETRE (EX. 28;2025T1) -
      *    RETURN-CODE 0 SI TOUTES LES ETAPES SONT OK, 8 SINON
       PROC-BATCH-RUN.
           MOVE ZERO TO WS-BATCH-STEP-COUNT
           MOVE ZERO TO WS-BATCH-ERR-COUNT
           SET WS-BATCH-NOT-EOF TO TRUE

           OPEN INPUT PARAM-FILE
           OPEN OUTPUT SUMMARY-FILE

           ACCEPT WS-AUD-DATE FROM DATE YYYYMMDD
           MOVE SPACES TO FS-SUM-LINE
           STRING
              "*** EXECUTION BATCH DU " DELIMITED BY SIZE
              WS-AUD-DATE(7:2) DELIMITED BY SIZE
              "/" DELIMITED BY SIZE
              WS-AUD-DATE(5:2) DELIMITED BY SIZE
              "/" DELIMITED BY SIZE
              WS-AUD-DATE(1:4) DELIMITED BY SIZE
              " ***" DELIMITED BY SIZE
              INTO FS-SUM-LINE
           END-STRING
           WRITE FS-SUM-LINE

           PERFORM UNTIL WS-BATCH-EOF
              READ PARAM-FILE
                 AT END SET WS-BATCH-EOF TO TRUE
                 NOT AT END
                    IF FS-PAR-LINE NOT = SPACES
                       PERFORM PROC-BATCH-STEP
                    END-IF
              END-READ
           END-PERFORM

           MOVE SPACES TO FS-SUM-LINE
           STRING
              "*** FIN BATCH - ETAPES: " DELIMITED BY SIZE
              WS-BATCH-STEP-COUNT DELIMITED BY SIZE
              " ERREURS: " DELIMITED BY SIZE
              WS-BATCH-ERR-COUNT DELIMITED BY SIZE
              " ***" DELIMITED BY SIZE
              INTO FS-SUM-LINE
           END-STRING
           WRITE FS-SUM-LINE

           CLOSE PARAM-FILE
           CLOSE SUMMARY-FILE

           IF WS-BATCH-ERR-COUNT > 0
              MOVE 8 TO WS-BATCH-RC
           ELSE
              MOVE ZERO TO WS-BATCH-RC
           END-IF

           DISPLAY "Batch terminé - étapes : " WS-BATCH-STEP-COUNT
              " erreurs : " WS-BATCH-ERR-COUNT
           EXIT.

      *    EXECUTE UNE LIGNE DU FICHIER DE PARAMETRES ET ECRIT SA
      *    LIGNE DE COMPTE RENDU (OPTION, HEURES DEBUT/FIN, NOMBRE
      *    D'ENREGISTREMENTS, FILE STATUS, ETAT OK/ERREUR)
       PROC-BATCH-STEP.
           ADD 1 TO WS-BATCH-STEP-COUNT
           MOVE SPACES TO WS-BATCH-OPT-TEXT
           MOVE SPACES TO WS-BATCH-PARAM-TEXT
           MOVE ZERO TO WS-BATCH-PARAM-NUM
           MOVE SPACES TO WS-BATCH-MOTIF
           MOVE "OK" TO WS-BATCH-STEP-STATE
           MOVE "00" TO WS-BATCH-STEP-FS
           MOVE ZERO TO WS-CKPT-COUNT

           INSPECT FS-PAR-LINE REPLACING ALL ";" BY "|"
           UNSTRING FS-PAR-LINE DELIMITED BY "|"
               INTO WS-BATCH-OPT-TEXT, WS-BATCH-PARAM-TEXT

           ACCEPT WS-BATCH-TIME FROM TIME
           PERFORM PROC-BATCH-FORMAT-TIME
           MOVE WS-BATCH-HFIN TO WS-BATCH-HDEB

           IF FUNCTION TEST-NUMVAL (WS-BATCH-OPT-TEXT) NOT = 0
              MOVE ZERO TO WS-CHOICE
           ELSE
              COMPUTE WS-CHOICE =
                 FUNCTION NUMVAL (WS-BATCH-OPT-TEXT)
           END-IF

           IF WS-BATCH-PARAM-TEXT NOT = SPACES
              AND FUNCTION TEST-NUMVAL (WS-BATCH-PARAM-TEXT) = 0
              COMPUTE WS-BATCH-PARAM-NUM =
                 FUNCTION NUMVAL (WS-BATCH-PARAM-TEXT)
           END-IF

           EVALUATE TRUE
              WHEN WS-CHOICE < 1 OR WS-CHOICE > 28
                 MOVE "ERREUR" TO WS-BATCH-STEP-STATE
                 MOVE "NA" TO WS-BATCH-STEP-FS
                 MOVE "OPTION INVALIDE" TO WS-BATCH-MOTIF
              WHEN WS-CHOICE = 2 OR WS-CHOICE = 5
                 OR WS-CHOICE = 16 OR WS-CHOICE = 17
                 OR WS-CHOICE = 18 OR WS-CHOICE = 19
                 OR WS-CHOICE = 20 OR WS-CHOICE = 21
                 OR WS-CHOICE = 23 OR WS-CHOICE = 24
                 MOVE "ERREUR" TO WS-BATCH-STEP-STATE
                 MOVE "NA" TO WS-BATCH-STEP-FS
                 MOVE "OPTION INTERACTIVE" TO WS-BATCH-MOTIF
              WHEN WS-CHOICE = 15
                 AND WS-IC-DISCREPANT
                 MOVE "ERREUR" TO WS-BATCH-STEP-STATE
                 MOVE "NA" TO WS-BATCH-STEP-FS
                 MOVE "CONTROLE EN ECART" TO WS-BATCH-MOTIF
              WHEN WS-CHOICE = 6
                 AND WS-BATCH-PARAM-NUM = 0
                 MOVE "ERREUR" TO WS-BATCH-STEP-STATE
                 MOVE "NA" TO WS-BATCH-STEP-FS
                 MOVE "PARAMETRE INVALIDE" TO WS-BATCH-MOTIF
              WHEN WS-CHOICE = 12
                 AND WS-BATCH-PARAM-NUM NOT = 1
                 AND WS-BATCH-PARAM-NUM NOT = 2
                 MOVE "ERREUR" TO WS-BATCH-STEP-STATE
                 MOVE "NA" TO WS-BATCH-STEP-FS
                 MOVE "PARAMETRE INVALIDE" TO WS-BATCH-MOTIF
              WHEN WS-CHOICE = 27
                 AND (WS-BATCH-PARAM-NUM < 160001
                 OR WS-BATCH-PARAM-NUM(5:2) < "01"
                 OR WS-BATCH-PARAM-NUM(5:2) > "12")
                 MOVE "ERREUR" TO WS-BATCH-STEP-STATE
                 MOVE "NA" TO WS-BATCH-STEP-FS
                 MOVE "PARAMETRE INVALIDE" TO WS-BATCH-MOTIF
              WHEN WS-CHOICE = 28
                 AND (WS-BATCH-PARAM-TEXT(1:4) NOT NUMERIC
                 OR WS-BATCH-PARAM-TEXT(5:1) NOT = "T"
                 OR WS-BATCH-PARAM-TEXT(6:1) NOT NUMERIC
                 OR WS-BATCH-PARAM-TEXT(7:14) NOT = SPACES)
                 MOVE "ERREUR" TO WS-BATCH-STEP-STATE
                 MOVE "NA" TO WS-BATCH-STEP-FS
                 MOVE "PARAMETRE INVALIDE" TO WS-BATCH-MOTIF
              WHEN OTHER
                 IF WS-CHOICE = 6
                    MOVE WS-BATCH-PARAM-NUM TO WS-YEAR
                 END-IF
                 IF WS-CHOICE = 13
                    AND WS-BATCH-PARAM-NUM > 0
                    MOVE WS-BATCH-PARAM-NUM TO WS-HK-RETENTION
                 END-IF
                 IF WS-CHOICE = 27
                    COMPUTE WS-TV-DATE-FROM =
                       WS-BATCH-PARAM-NUM * 100 + 1
                    COMPUTE WS-TV-DATE-TO =
                       WS-BATCH-PARAM-NUM * 100 + 31
                 END-IF
                 IF WS-CHOICE = 28
                    MOVE WS-BATCH-PARAM-TEXT(1:6) TO WS-BL-TERM
                 END-IF
                 PERFORM PROC-EXEC-OPTION
                 PERFORM PROC-BATCH-STEP-STATUS
           END-EVALUATE

           ACCEPT WS-BATCH-TIME FROM TIME
           PERFORM PROC-BATCH-FORMAT-TIME

           MOVE WS-CKPT-COUNT TO WS-CKPT-COUNT-DISPLAY
           MOVE SPACES TO FS-SUM-LINE
           STRING
              "OPTION=" DELIMITED BY SIZE
              WS-BATCH-OPT-TEXT(1:2) DELIMITED BY SIZE
              " DEBUT=" DELIMITED BY SIZE
              WS-BATCH-HDEB DELIMITED BY SIZE
              " FIN=" DELIMITED BY SIZE
              WS-BATCH-HFIN DELIMITED BY SIZE
              " ENR=" DELIMITED BY SIZE
              WS-CKPT-COUNT-DISPLAY DELIMITED BY SIZE
              " FS=" DELIMITED BY SIZE
              WS-BATCH-STEP-FS DELIMITED BY SIZE
              " ETAT=" DELIMITED BY SIZE
              WS-BATCH-STEP-STATE DELIMITED BY SIZE
              " " DELIMITED BY SIZE
              WS-BATCH-MOTIF DELIMITED BY SIZE
              INTO FS-SUM-LINE
           END-STRING
           WRITE FS-SUM-LINE

           IF WS-BATCH-STEP-STATE = "ERREUR"
              ADD 1 TO WS-BATCH-ERR-COUNT
           END-IF
           EXIT.

      *    RELEVE LE FILE STATUS SIGNIFICATIF DE L'OPTION QUI VIENT
      *    DE S'EXECUTER ET POSITIONNE L'ETAT DE L'ETAPE
       PROC-BATCH-STEP-STATUS.
           EVALUATE WS-CHOICE
              WHEN 1
                 MOVE FC-CLI TO WS-BATCH-STEP-FS
              WHEN 3
                 MOVE FC-OUT TO WS-BATCH-STEP-FS
              WHEN 4
                 MOVE FC-SORT TO WS-BATCH-STEP-FS
              WHEN 7
                 IF FC-CLI NOT = "00"
                    MOVE FC-CLI TO WS-BATCH-STEP-FS
                 ELSE
                    MOVE FC-TRX TO WS-BATCH-STEP-FS
                 END-IF
              WHEN 8
                 IF FC-CLI NOT = "00"
                    MOVE FC-CLI TO WS-BATCH-STEP-FS
                 ELSE
                    MOVE FC-CM TO WS-BATCH-STEP-FS
                 END-IF
              WHEN 9
                 IF FC-CLI NOT = "00"
                    MOVE FC-CLI TO WS-BATCH-STEP-FS
                 ELSE
                    MOVE FC-REL TO WS-BATCH-STEP-FS
                 END-IF
              WHEN 10
                 MOVE FC-CLI TO WS-BATCH-STEP-FS
              WHEN 11
                 MOVE FC-SORT TO WS-BATCH-STEP-FS
              WHEN 12
                 IF WS-IE-CHOICE = 1
                    MOVE FC-EXP TO WS-BATCH-STEP-FS
                 ELSE
                    MOVE FC-FOU TO WS-BATCH-STEP-FS
                    IF WS-BATCH-STEP-FS = "00"
                       AND WS-IMP-APPLY-COUNT > 0
                       MOVE FC-INV TO WS-BATCH-STEP-FS
                    END-IF
                 END-IF
              WHEN 13
                 MOVE FC-ARC TO WS-BATCH-STEP-FS
              WHEN 14
                 MOVE FC-STU TO WS-BATCH-STEP-FS
              WHEN 15
                 IF WS-GL-REFUSED
                    MOVE FC-CPT TO WS-BATCH-STEP-FS
                 ELSE
                    MOVE FC-CLN TO WS-BATCH-STEP-FS
                 END-IF
              WHEN 22
                 MOVE FC-ICR TO WS-BATCH-STEP-FS
              WHEN 25
                 MOVE FC-ALR TO WS-BATCH-STEP-FS
              WHEN 26
                 MOVE FC-ATT TO WS-BATCH-STEP-FS
              WHEN 27
                 MOVE FC-TVA TO WS-BATCH-STEP-FS
              WHEN 28
                 IF FC-STU NOT = "00"
                    MOVE FC-STU TO WS-BATCH-STEP-FS
                 ELSE
                    IF FC-BUL NOT = "00"
                       MOVE FC-BUL TO WS-BATCH-STEP-FS
                    ELSE
                       MOVE FC-BLX TO WS-BATCH-STEP-FS
                    END-IF
                 END-IF
              WHEN OTHER
                 MOVE "00" TO WS-BATCH-STEP-FS
           END-EVALUATE

      *    UN FILE STATUS JAMAIS POSITIONNE (OPTION COURT-CIRCUITEE)
      *    CONTIENT DES LOW-VALUES QUI FERAIENT ECHOUER L'ECRITURE
      *    DU COMPTE RENDU - ON LE NEUTRALISE EN "NA"
           IF WS-BATCH-STEP-FS = LOW-VALUES
              OR WS-BATCH-STEP-FS = SPACES
              MOVE "NA" TO WS-BATCH-STEP-FS
           END-IF

           IF WS-CHOICE = 7
              AND WS-CL-LOST-COUNT > 0
              MOVE "ERREUR" TO WS-BATCH-STEP-STATE
              MOVE "TABLE CLIENTS PLEINE" TO WS-BATCH-MOTIF
           END-IF

           IF WS-CHOICE = 7
              AND WS-SU-LOST-COUNT > 0
              MOVE "ERREUR" TO WS-BATCH-STEP-STATE
              MOVE "TABLE SUSPENS PLEINE" TO WS-BATCH-MOTIF
           END-IF

           IF WS-CHOICE = 7
              AND WS-SO-LOST-COUNT > 0
              MOVE "ERREUR" TO WS-BATCH-STEP-STATE
              MOVE "TABLE ORDRES PLEINE" TO WS-BATCH-MOTIF
           END-IF

           IF WS-CHOICE = 15
              AND WS-GL-REFUSED
              MOVE "ERREUR" TO WS-BATCH-STEP-STATE
              MOVE "COMPTES MANQUANTS" TO WS-BATCH-MOTIF
           END-IF

           IF WS-CHOICE = 15
              AND WS-GL-FAILED
              MOVE "ERREUR" TO WS-BATCH-STEP-STATE
              MOVE "ECRITURES EN ECHEC" TO WS-BATCH-MOTIF
           END-IF

           IF WS-CHOICE = 22
              AND WS-IC-DISCREPANT
              MOVE "ERREUR" TO WS-BATCH-STEP-STATE
              MOVE "ECARTS D'INTEGRITE" TO WS-BATCH-MOTIF
           END-IF

           IF WS-CHOICE = 27
              AND WS-TVE-COUNT > 0
              MOVE "ERREUR" TO WS-BATCH-STEP-STATE
              MOVE "EXCEPTIONS TVA" TO WS-BATCH-MOTIF
           END-IF

           IF WS-CHOICE = 27
              AND WS-TV-LOST-COUNT > 0
              MOVE "ERREUR" TO WS-BATCH-STEP-STATE
              MOVE "TABLE TVA PLEINE" TO WS-BATCH-MOTIF
           END-IF

           IF WS-CHOICE = 28
              AND WS-BLS-COUNT = 0
              MOVE "ERREUR" TO WS-BATCH-STEP-STATE
              MOVE "PERIODE SANS NOTES" TO WS-BATCH-MOTIF
           END-IF

           IF WS-CHOICE = 28
              AND WS-BL-EXC-COUNT > 0
              MOVE "ERREUR" TO WS-BATCH-STEP-STATE
              MOVE "NOTES INCOMPLETES" TO WS-BATCH-MOTIF
           END-IF

           IF WS-CHOICE = 28
              AND WS-BL-LOST-COUNT > 0
              MOVE "ERREUR" TO WS-BATCH-STEP-STATE
              MOVE "TABLE ELEVES PLEINE" TO WS-BATCH-MOTIF
           END-IF

           IF WS-CHOICE = 28
              AND WS-BLH-LOST-COUNT > 0
              MOVE "ERREUR" TO WS-BATCH-STEP-STATE
              MOVE "TABLE HISTO PLEINE" TO WS-BATCH-MOTIF
           END-IF

           IF WS-CHOICE = 25
              AND WS-CF-LOST-COUNT > 0
              MOVE "ERREUR" TO WS-BATCH-STEP-STATE
              MOVE "TABLE MVTS PLEINE" TO WS-BATCH-MOTIF
           END-IF

           IF WS-CHOICE = 25
              AND WS-CF-VOL-LOST-COUNT > 0
              MOVE "ERREUR" TO WS-BATCH-STEP-STATE
              MOVE "TABLE VOLUMES PLEINE" TO WS-BATCH-MOTIF
           END-IF

           IF WS-CHOICE = 25
              AND WS-CF-BAD-COUNT > 0
              MOVE "ERREUR" TO WS-BATCH-STEP-STATE
              MOVE "JOURNAL ILLISIBLE" TO WS-BATCH-MOTIF
           END-IF

           IF WS-CHOICE = 25
              AND WS-CF-ALR-LOST-COUNT > 0
              MOVE "ERREUR" TO WS-BATCH-STEP-STATE
              MOVE "TABLE ALERTES PLEINE" TO WS-BATCH-MOTIF
           END-IF

           IF WS-CHOICE = 26
              AND WS-SU-LOST-COUNT > 0
              MOVE "ERREUR" TO WS-BATCH-STEP-STATE
              MOVE "TABLE SUSPENS PLEINE" TO WS-BATCH-MOTIF
           END-IF

           IF WS-BATCH-STEP-FS NOT = "00"
              MOVE "ERREUR" TO WS-BATCH-STEP-STATE
           END-IF
           EXIT.

       PROC-BATCH-FORMAT-TIME.
           MOVE SPACES TO WS-BATCH-HFIN
           STRING
              WS-BATCH-TIME(1:2) DELIMITED BY SIZE
              ":" DELIMITED BY SIZE
              WS-BATCH-TIME(3:2) DELIMITED BY SIZE
              ":" DELIMITED BY SIZE
              WS-BATCH-TIME(5:2) DELIMITED BY SIZE
              INTO WS-BATCH-HFIN
           END-STRING
           EXIT.

       PROC-SORT.
      *    KEY = FS-SRT-ID ASC, PUIS FS-SRT-AMOUNT DESC (MEME ID),
      *    PUIS FS-SRT-NAME ASC, FS-SRT-COUNTRY ASC EN DEPARTAGE FINAL
           SORT WORKFILE
              ON ASCENDING KEY FS-SRT-ID
              ON DESCENDING KEY FS-SRT-AMOUNT
              ON ASCENDING KEY FS-SRT-NAME
              ON ASCENDING KEY FS-SRT-COUNTRY
              INPUT PROCEDURE PROC-SORT-INPUT
              OUTPUT PROCEDURE PROC-SORT-OUTPUT
           EXIT.

       PROC-SORT-INPUT.
           MOVE ZERO TO WS-SORT-IN-COUNT
           MOVE ZERO TO WS-SORT-IN-TOTAL
           MOVE "F" TO WS-EOF-SW

           OPEN INPUT FILE-TO-SORT
           IF FC-TOSTR NOT = "00"
              DISPLAY "Erreur à l'ouverture"
              DISPLAY "FS FILE TO SORT: " FC-TOSTR
           END-IF

           PERFORM UNTIL WS-EOF
              READ FILE-TO-SORT INTO FS-SORT-RECORD
                 AT END SET WS-EOF TO TRUE
                 NOT AT END
                    ADD 1 TO WS-SORT-IN-COUNT
                    ADD FS-SRT-AMOUNT TO WS-SORT-IN-TOTAL
                    RELEASE FS-SORT-RECORD
              END-READ
           END-PERFORM

           CLOSE FILE-TO-SORT
           EXIT.

       PROC-SORT-OUTPUT.
           MOVE ZERO TO WS-SORT-OUT-COUNT
           MOVE ZERO TO WS-SORT-OUT-TOTAL
           MOVE "F" TO WS-EOF-SW

           OPEN OUTPUT FILE-SORTED
           IF FC-SORT NOT = "00"
              DISPLAY "Erreur à l'ouverture"
              DISPLAY "FS FILE SORTED: " FC-SORT
           END-IF

           PERFORM PROC-SORT-WRITE-HEADER

           PERFORM UNTIL WS-EOF
              RETURN WORKFILE
                 AT END SET WS-EOF TO TRUE
                 NOT AT END
                    ADD 1 TO WS-SORT-OUT-COUNT
                    ADD FS-SRT-AMOUNT TO WS-SORT-OUT-TOTAL
                    MOVE FS-SORT-RECORD TO FS-LINE2
                    WRITE FS-LINE2
              END-RETURN
           END-PERFORM

           PERFORM PROC-SORT-WRITE-TRAILER
           CLOSE FILE-SORTED
           EXIT.

       PROC-SORT-WRITE-HEADER.
           MOVE WS-SORT-IN-COUNT TO WS-SORT-COUNT-DISPLAY
           MOVE WS-SORT-IN-TOTAL TO WS-SORT-TOTAL-DISPLAY
           MOVE SPACES TO FS-LINE2
           STRING
              "*** DEBUT TRI - ENREGISTREMENTS EN ENTREE: "
                 DELIMITED BY SIZE
              WS-SORT-COUNT-DISPLAY DELIMITED BY SIZE
              " MONTANT TOTAL: " DELIMITED BY SIZE
              WS-SORT-TOTAL-DISPLAY DELIMITED BY SIZE
              " ***" DELIMITED BY SIZE
              INTO FS-LINE2
           END-STRING
           WRITE FS-LINE2
           EXIT.

       PROC-SORT-WRITE-TRAILER.
           MOVE WS-SORT-OUT-COUNT TO WS-SORT-COUNT-DISPLAY
           MOVE WS-SORT-OUT-TOTAL TO WS-SORT-TOTAL-DISPLAY
           MOVE SPACES TO FS-LINE2
           STRING
              "*** FIN TRI - ENREGISTREMENTS EN SORTIE: "
                 DELIMITED BY SIZE
              WS-SORT-COUNT-DISPLAY DELIMITED BY SIZE
              " MONTANT TOTAL: " DELIMITED BY SIZE
              WS-SORT-TOTAL-DISPLAY DELIMITED BY SIZE
              " ***" DELIMITED BY SIZE
              INTO FS-LINE2
           END-STRING
           WRITE FS-LINE2
           EXIT.

       
       PROC-STORE-MANAGMENT.
           PERFORM PROC-LOAD-INVENTORY
           ADD 1 TO WS-INV-LOAD-COUNT GIVING WS-INV-START-IDX

           PERFORM VARYING I FROM WS-INV-START-IDX BY 1
              UNTIL WS-IT-NAME(I) = "0" OR I > WS-TAB-CAPACITY
              DISPLAY " "
              DISPLAY "Nom de l'article : "
              ACCEPT WS-IT-NAME(I)

              IF WS-IT-NAME(I) NOT = "0"
                 PERFORM PROC-CHECK-ITEM-DOUBLE
                 IF WS-DUP-FOUND
                    DISPLAY "Cet article existe déjà - "
                       "veuillez ressaisir un autre nom."
                    MOVE SPACES TO WS-IT-NAME(I)
                    SUBTRACT 1 FROM I
                 ELSE
                    DISPLAY "Prix : "
                    ACCEPT WS-IT-PRICE(I)
                    DISPLAY "Quantité : "
                    ACCEPT WS-IT-QTE(I)
                    DISPLAY "Note : "
                    ACCEPT WS-IT-RATE(I)
                    DISPLAY "Seuil de réappro : "
                    ACCEPT WS-IT-SEUIL(I)
                 END-IF
              END-IF
           END-PERFORM

           PERFORM PROC-STORE-MENU
           ACCEPT WS-STORE-CHOICE
           PERFORM PROC-LOOP-STORE-CHOICE

           PERFORM PROC-SAVE-INVENTORY

           EXIT.

      *    CHARGE LE FICHIER INDEXE inventory.dat DANS TAB-ITEMS AU
      *    DEMARRAGE DE LA GESTION DU STOCK - WS-INV-LOAD-COUNT
      *    INDIQUE COMBIEN D'ARTICLES ONT ETE RETROUVES
       PROC-LOAD-INVENTORY.
           MOVE ZERO TO WS-INV-LOAD-COUNT
           SET WS-INV-NOT-EOF TO TRUE

           OPEN INPUT INVENTORY-FILE
           IF FC-INV NOT = "00"
              SET WS-INV-EOF TO TRUE
              IF FC-INV NOT = "35"
                 DISPLAY "Erreur à l'ouverture"
                 DISPLAY "FS INVENTORY: " FC-INV
                 DISPLAY "*** Si inventory.dat date d'avant le "
                    "seuil de réappro, utiliser l'option 13 "
                    "choix 4. ***"
              END-IF
           END-IF

           PERFORM UNTIL WS-INV-EOF
              OR WS-INV-LOAD-COUNT >= WS-TAB-CAPACITY
              READ INVENTORY-FILE NEXT RECORD
                 AT END SET WS-INV-EOF TO TRUE
                 NOT AT END
                    ADD 1 TO WS-INV-LOAD-COUNT
                    MOVE FS-INV-NAME TO
                       WS-IT-NAME(WS-INV-LOAD-COUNT)
                    MOVE FS-INV-PRICE TO
                       WS-IT-PRICE(WS-INV-LOAD-COUNT)
                    MOVE FS-INV-QTE TO
                       WS-IT-QTE(WS-INV-LOAD-COUNT)
                    MOVE FS-INV-RATE TO
                       WS-IT-RATE(WS-INV-LOAD-COUNT)
                    MOVE FS-INV-SEUIL TO
                       WS-IT-SEUIL(WS-INV-LOAD-COUNT)
              END-READ
           END-PERFORM

           IF FC-INV = "00" OR FC-INV = "10"
              CLOSE INVENTORY-FILE
           END-IF
           EXIT.

      *    REECRIT inventory.dat A PARTIR DE TAB-ITEMS A LA SORTIE DE
      *    LA GESTION DU STOCK, AFIN QUE LE CONTENU PERSISTE ENTRE
      *    DEUX EXECUTIONS DU PROGRAMME
       PROC-SAVE-INVENTORY.
           PERFORM PROC-BACKUP-INVENTORY
           OPEN OUTPUT INVENTORY-FILE

           PERFORM VARYING I FROM 1 BY 1
              UNTIL I > WS-TAB-CAPACITY
              IF WS-IT-NAME(I) NOT = SPACES
                 AND WS-IT-NAME(I) NOT = "0"
                 MOVE WS-IT-NAME(I) TO FS-INV-NAME
                 MOVE WS-IT-PRICE(I) TO FS-INV-PRICE
                 MOVE WS-IT-QTE(I) TO FS-INV-QTE
                 MOVE WS-IT-RATE(I) TO FS-INV-RATE
                 MOVE WS-IT-SEUIL(I) TO FS-INV-SEUIL
                 WRITE FS-INVENTORY-RECORD

                 IF FC-INV NOT = "00"
                    DISPLAY "Erreur lors de l'enregistrement de "
                       WS-IT-NAME(I) " - FS INVENTORY: " FC-INV
                 END-IF
              END-IF
           END-PERFORM

           CLOSE INVENTORY-FILE
           EXIT.

       PROC-STORE-MENU.
           DISPLAY " "
           DISPLAY "--------------------------------------------------"
           DISPLAY "|                Tableau de bord                 |"
           DISPLAY "|------------------------------------------------|"
           DISPLAY "|                                                |"
           DISPLAY "| 1 - Afficher.                                  |"
           DISPLAY "| 2 - Rechercher.                                |"
           DISPLAY "| 3 - Trier.                                     |"
           DISPLAY "| 4 - Supprimer des valeurs dans un tableau.     |"
           DISPLAY "| 5 - Compter les doublons du tableau.           |"
           DISPLAY "| 6 - Empêcher les doublons.                     |"
           DISPLAY "| 7 - Somme, moyenne, max, min.                  |"
           DISPLAY "| 8 - Mouvement de stock (vente/réception).      |"
           DISPLAY "| 9 - Articles sous le seuil de réappro.         |"
           DISPLAY "| 10 - Générer les commandes de réappro."
              "         |"
           DISPLAY "| 11 - Réceptionner une commande."
              "                |"
           DISPLAY "| 12 - Commandes ouvertes / en retard.           |"
           DISPLAY "| 0 - Quitter.                                   |"
           DISPLAY "|                                                |"
           DISPLAY "--------------------------------------------------"
           DISPLAY " "
           DISPLAY "Que voulez-vous faire?"
           EXIT.

       PROC-LOOP-STORE-CHOICE.
           PERFORM UNTIL WS-STORE-CHOICE = 0 OR WS-OUT-OF-SCH-LOOP
              EVALUATE WS-STORE-CHOICE
                    WHEN 0
                       DISPLAY " "
                    WHEN 1
                       PERFORM PROC-DISPLAY-ITEMS
                       SET WS-OUT-OF-SCH-LOOP TO TRUE
                    WHEN 2
                       PERFORM PROC-SEARCH-ITEM
                       SET WS-OUT-OF-SCH-LOOP TO TRUE
                    WHEN 3
                       PERFORM PROC-SORT-ITEMS
                       SET WS-OUT-OF-SCH-LOOP TO TRUE
                    WHEN 4
                       PERFORM PROC-DELETE-ITEMS
                       SET WS-OUT-OF-SCH-LOOP TO TRUE
                    WHEN 5
                       PERFORM PROC-COUNT-ITEMS
                       SET WS-OUT-OF-SCH-LOOP TO TRUE
                    WHEN 6
                       PERFORM PROC-DOUBLE-ITEMS
                       SET WS-OUT-OF-SCH-LOOP TO TRUE
                    WHEN 7
                       PERFORM PROC-CALC-ITEMS
                       SET WS-OUT-OF-SCH-LOOP TO TRUE
                    WHEN 8
                       PERFORM PROC-STOCK-MOVEMENT
                       SET WS-OUT-OF-SCH-LOOP TO TRUE
                    WHEN 9
                       PERFORM PROC-REORDER-REPORT
                       SET WS-OUT-OF-SCH-LOOP TO TRUE
                    WHEN 10
                       PERFORM PROC-PO-GENERATE
                       SET WS-OUT-OF-SCH-LOOP TO TRUE
                    WHEN 11
                       PERFORM PROC-PO-RECEIVE
                       SET WS-OUT-OF-SCH-LOOP TO TRUE
                    WHEN 12
                       PERFORM PROC-PO-REPORT
                       SET WS-OUT-OF-SCH-LOOP TO TRUE
                    WHEN OTHER
                       DISPLAY "Choix invalide."
                       DISPLAY "Sélectionner une valeur entre 0 et 12."
                 END-EVALUATE
           END-PERFORM
           EXIT.

       PROC-DISPLAY-ITEMS.
           MOVE 1 TO I
           DISPLAY " "
           DISPLAY "Article                          Prix       "
                 "Qte     Note    Seuil"
           
           PERFORM VARYING I FROM 1 BY 1
              UNTIL I > WS-TAB-CAPACITY
              IF WS-IT-NAME(I) NOT = SPACES
                 AND WS-IT-NAME(I) NOT = "0"
                 DISPLAY WS-IT-NAME(I) WS-IT-PRICE(I) "       "
                    WS-IT-QTE(I) "      " WS-IT-RATE(I) "     "
                    WS-IT-SEUIL(I)
              END-IF
           END-PERFORM
           
           DISPLAY " "
           EXIT.

      *    ENREGISTRE UN MOUVEMENT DE STOCK (V = VENTE, R =
      *    RECEPTION) SUR UN ARTICLE EXISTANT DE TAB-ITEMS - UNE
      *    VENTE SUPERIEURE A LA QUANTITE EN STOCK EST REFUSEE -
      *    CHAQUE MOUVEMENT ACCEPTE EST JOURNALISE DANS
      *    mouvements.txt POUR EXPLIQUER LES VARIATIONS DE STOCK
       PROC-STOCK-MOVEMENT.
           MOVE SPACES TO WS-MVT-NAME
           DISPLAY " "
           DISPLAY "Nom de l'article : "
           ACCEPT WS-MVT-NAME

           SET WS-MVT-NOT-FOUND TO TRUE
           PERFORM VARYING WS-MVT-IDX FROM 1 BY 1
              UNTIL WS-MVT-IDX > WS-TAB-CAPACITY
              OR WS-MVT-FOUND
              IF WS-IT-NAME(WS-MVT-IDX) NOT = SPACES
                 AND WS-IT-NAME(WS-MVT-IDX) NOT = "0"
                 AND FUNCTION TRIM (WS-IT-NAME(WS-MVT-IDX)) =
                    FUNCTION TRIM (WS-MVT-NAME)
                 SET WS-MVT-FOUND TO TRUE
              END-IF
           END-PERFORM

           IF WS-MVT-NOT-FOUND
              DISPLAY "Article inconnu - mouvement refusé."
           ELSE
              SUBTRACT 1 FROM WS-MVT-IDX
              DISPLAY "Type de mouvement (V=vente, R=réception) : "
              ACCEPT WS-MVT-TYPE
              DISPLAY "Quantité : "
              ACCEPT WS-MVT-QTE

              MOVE WS-IT-QTE(WS-MVT-IDX) TO WS-MVT-OLD-QTE

              EVALUATE TRUE
                 WHEN WS-MVT-QTE = 0
                    DISPLAY "Quantité invalide - mouvement refusé."
                 WHEN WS-MVT-TYPE = "V" OR WS-MVT-TYPE = "v"
                    IF WS-MVT-QTE > WS-MVT-OLD-QTE
                       DISPLAY "Stock insuffisant ("
                          WS-IT-QTE(WS-MVT-IDX)
                          ") - vente refusée."
                    ELSE
                       SUBTRACT WS-MVT-QTE FROM WS-MVT-OLD-QTE
                          GIVING WS-MVT-NEW-QTE
                       PERFORM PROC-MVT-APPLY
                    END-IF
                 WHEN WS-MVT-TYPE = "R" OR WS-MVT-TYPE = "r"
                    IF WS-MVT-OLD-QTE + WS-MVT-QTE > 999
                       DISPLAY "Quantité maximale (999) dépassée"
                          " - réception refusée."
                    ELSE
                       ADD WS-MVT-QTE TO WS-MVT-OLD-QTE
                          GIVING WS-MVT-NEW-QTE
                       PERFORM PROC-MVT-APPLY
                    END-IF
                 WHEN OTHER
                    DISPLAY "Type inconnu - mouvement refusé."
              END-EVALUATE
           END-IF
           DISPLAY " "
           EXIT.

       PROC-MVT-APPLY.
           MOVE WS-MVT-NEW-QTE TO WS-IT-QTE(WS-MVT-IDX)
           DISPLAY "Nouvelle quantité de "
              FUNCTION TRIM (WS-IT-NAME(WS-MVT-IDX)) " : "
              WS-IT-QTE(WS-MVT-IDX)
           PERFORM PROC-MVT-WRITE-JOURNAL
           EXIT.

      *    AJOUTE UNE LIGNE AU JOURNAL DES MOUVEMENTS DE STOCK -
      *    MEME MECANISME D'HORODATAGE ET D'OUVERTURE QUE
      *    PROC-WRITE-AUDIT-LOG
       PROC-MVT-WRITE-JOURNAL.
           ACCEPT WS-AUD-DATE FROM DATE YYYYMMDD
           ACCEPT WS-AUD-TIME FROM TIME
           MOVE WS-AUD-DATE(1:4) TO WS-AUD-YEAR
           MOVE WS-AUD-DATE(5:2) TO WS-AUD-MONTH
           MOVE WS-AUD-DATE(7:2) TO WS-AUD-DAY
           MOVE WS-AUD-TIME(1:2) TO WS-AUD-HOUR
           MOVE WS-AUD-TIME(3:2) TO WS-AUD-MINUTE
           MOVE WS-AUD-TIME(5:2) TO WS-AUD-SECOND

           OPEN EXTEND MOVEMENT-FILE
           IF FC-MVT = "35"
              OPEN OUTPUT MOVEMENT-FILE
           END-IF

      *    TYPE : V = VENTE, R = RECEPTION, T = RETOUR CLIENT
      *    (AVOIR DE L'OPTION 21), A = AJUSTEMENT D'INVENTAIRE
      *    (OPTION 23)
           EVALUATE WS-MVT-TYPE
              WHEN "V"
              WHEN "v"
                 MOVE "VENTE     " TO WS-MVT-LABEL
              WHEN "T"
                 MOVE "RETOUR    " TO WS-MVT-LABEL
              WHEN "A"
                 MOVE "AJUSTEMENT" TO WS-MVT-LABEL
              WHEN OTHER
                 MOVE "RECEPTION " TO WS-MVT-LABEL
           END-EVALUATE

           MOVE SPACES TO WS-MVT-CMD-TEXT
           IF WS-MVT-PO-NUM > 0
              STRING
                 " CMD=" DELIMITED BY SIZE
                 WS-MVT-PO-NUM DELIMITED BY SIZE
                 INTO WS-MVT-CMD-TEXT
              END-STRING
              MOVE ZERO TO WS-MVT-PO-NUM
           END-IF

           MOVE SPACES TO FS-MVT-RECORD
           STRING
              WS-MVT-LABEL DELIMITED BY SIZE
              FUNCTION TRIM (WS-IT-NAME(WS-MVT-IDX))
                 DELIMITED BY SIZE
              " QTE=" DELIMITED BY SIZE
              WS-MVT-QTE DELIMITED BY SIZE
              " STOCK=" DELIMITED BY SIZE
              WS-MVT-OLD-QTE DELIMITED BY SIZE
              ">" DELIMITED BY SIZE
              WS-MVT-NEW-QTE DELIMITED BY SIZE
              " DATE=" DELIMITED BY SIZE
              WS-AUD-TIMESTAMP DELIMITED BY SIZE
              WS-MVT-CMD-TEXT DELIMITED BY SIZE
              INTO FS-MVT-RECORD
           END-STRING

           WRITE FS-MVT-RECORD
           CLOSE MOVEMENT-FILE
           EXIT.

      *    LISTE LES ARTICLES DONT LA QUANTITE EST PASSEE SOUS LE
      *    SEUIL DE REAPPROVISIONNEMENT PORTE PAR L'ARTICLE
       PROC-REORDER-REPORT.
           MOVE ZERO TO WS-REORDER-COUNT
           DISPLAY " "
           DISPLAY "--------------------------------------------------"
           DISPLAY "|        ARTICLES A REAPPROVISIONNER             |"
           DISPLAY "--------------------------------------------------"

           PERFORM VARYING WS-MVT-IDX FROM 1 BY 1
              UNTIL WS-MVT-IDX > WS-TAB-CAPACITY
              IF WS-IT-NAME(WS-MVT-IDX) NOT = SPACES
                 AND WS-IT-NAME(WS-MVT-IDX) NOT = "0"
                 MOVE WS-IT-QTE(WS-MVT-IDX) TO WS-MVT-OLD-QTE
                 MOVE WS-IT-SEUIL(WS-MVT-IDX) TO WS-MVT-SEUIL-NUM
                 IF WS-MVT-OLD-QTE < WS-MVT-SEUIL-NUM
                    ADD 1 TO WS-REORDER-COUNT
                    DISPLAY WS-IT-NAME(WS-MVT-IDX)
                       " QTE: " WS-IT-QTE(WS-MVT-IDX)
                       " SEUIL: " WS-IT-SEUIL(WS-MVT-IDX)
                 END-IF
              END-IF
           END-PERFORM

           IF WS-REORDER-COUNT = 0
              DISPLAY "Aucun article sous le seuil."
           END-IF
           DISPLAY " "
           EXIT.

      *    CHARGE LE FICHIER DES COMMANDES FOURNISSEUR
      *    (commandes.txt, FORMAT NUMERO;STATUT;ARTICLE;QTE;
      *    EMISSION;RECEPTION;QTE RECUE;FOURNISSEUR;COUT UNITAIRE)
      *    DANS TAB-PO
       PROC-PO-LOAD.
           MOVE ZERO TO WS-PO-COUNT
           MOVE ZERO TO WS-PO-LOST-COUNT
           SET WS-PO-NOT-EOF TO TRUE

           OPEN INPUT PURCHASE-ORDER-FILE
           IF FC-CMD NOT = "00"
              SET WS-PO-EOF TO TRUE
           END-IF

           PERFORM UNTIL WS-PO-EOF
              READ PURCHASE-ORDER-FILE
                 AT END SET WS-PO-EOF TO TRUE
                 NOT AT END
                    IF FS-CMD-LINE NOT = SPACES
                       PERFORM PROC-PO-LOAD-ONE
                    END-IF
              END-READ
           END-PERFORM

           IF FC-CMD NOT = "35"
              CLOSE PURCHASE-ORDER-FILE
           END-IF

           IF WS-PO-LOST-COUNT > 0
              DISPLAY "*** " WS-PO-LOST-COUNT " COMMANDE(S) AU-DELA "
                 "DE LA CAPACITE DE LA TABLE ***"
           END-IF
           EXIT.

       PROC-PO-LOAD-ONE.
           IF WS-PO-COUNT >= WS-PO-CAPACITY
              ADD 1 TO WS-PO-LOST-COUNT
           ELSE
              ADD 1 TO WS-PO-COUNT
              MOVE SPACES TO WS-PO-NUM-TEXT
              MOVE SPACES TO WS-PO-STATUS-TEXT
              MOVE SPACES TO WS-PO-QTE-TEXT
              MOVE SPACES TO WS-PO-DATE-TEXT
              MOVE SPACES TO WS-PO-RECV-TEXT
              MOVE SPACES TO WS-PO-GOT-TEXT
              MOVE SPACES TO WS-PO-SUPP-TEXT
              MOVE SPACES TO WS-PO-COST-TEXT
              INSPECT FS-CMD-LINE REPLACING ALL ";" BY "|"
              UNSTRING FS-CMD-LINE DELIMITED BY "|"
                  INTO WS-PO-NUM-TEXT,
                       WS-PO-STATUS-TEXT,
                       WS-PO-ITEM(WS-PO-COUNT),
                       WS-PO-QTE-TEXT,
                       WS-PO-DATE-TEXT,
                       WS-PO-RECV-TEXT,
                       WS-PO-GOT-TEXT,
                       WS-PO-SUPP-TEXT,
                       WS-PO-COST-TEXT
              MOVE ZERO TO WS-PO-NUMBER(WS-PO-COUNT)
              IF WS-PO-NUM-TEXT(1:6) IS NUMERIC
                 MOVE WS-PO-NUM-TEXT(1:6) TO
                    WS-PO-NUMBER(WS-PO-COUNT)
              END-IF
              MOVE WS-PO-STATUS-TEXT(1:1) TO
                 WS-PO-STATUS(WS-PO-COUNT)
              MOVE ZERO TO WS-PO-QTE(WS-PO-COUNT)
              IF WS-PO-QTE-TEXT(1:3) IS NUMERIC
                 MOVE WS-PO-QTE-TEXT(1:3) TO WS-PO-QTE(WS-PO-COUNT)
              END-IF
              MOVE ZERO TO WS-PO-DATE(WS-PO-COUNT)
              IF WS-PO-DATE-TEXT(1:8) IS NUMERIC
                 MOVE WS-PO-DATE-TEXT(1:8) TO
                    WS-PO-DATE(WS-PO-COUNT)
              END-IF
              MOVE ZERO TO WS-PO-RECV-DATE(WS-PO-COUNT)
              IF WS-PO-RECV-TEXT(1:8) IS NUMERIC
                 MOVE WS-PO-RECV-TEXT(1:8) TO
                    WS-PO-RECV-DATE(WS-PO-COUNT)
              END-IF
              MOVE ZERO TO WS-PO-GOT(WS-PO-COUNT)
              IF WS-PO-GOT-TEXT(1:3) IS NUMERIC
                 MOVE WS-PO-GOT-TEXT(1:3) TO WS-PO-GOT(WS-PO-COUNT)
              END-IF
              MOVE WS-PO-SUPP-TEXT TO WS-PO-SUPP(WS-PO-COUNT)
              MOVE ZERO TO WS-PO-COST(WS-PO-COUNT)
              IF WS-PO-COST-TEXT NOT = SPACES
                 AND FUNCTION TEST-NUMVAL (WS-PO-COST-TEXT) = 0
                 COMPUTE WS-PO-COST(WS-PO-COUNT) =
                    FUNCTION NUMVAL (WS-PO-COST-TEXT)
              END-IF
           END-IF
           EXIT.

       PROC-PO-SAVE.
           OPEN OUTPUT PURCHASE-ORDER-FILE
           IF FC-CMD NOT = "00"
              DISPLAY "Erreur à l'ouverture"
              DISPLAY "FS COMMANDES: " FC-CMD
           ELSE
              PERFORM VARYING WS-PO-IDX FROM 1 BY 1
                 UNTIL WS-PO-IDX > WS-PO-COUNT
                 MOVE WS-PO-COST(WS-PO-IDX) TO WS-CST-COST-DISPLAY
                 MOVE SPACES TO FS-CMD-LINE
                 STRING
                    WS-PO-NUMBER(WS-PO-IDX) DELIMITED BY SIZE
                    ";" DELIMITED BY SIZE
                    WS-PO-STATUS(WS-PO-IDX) DELIMITED BY SIZE
                    ";" DELIMITED BY SIZE
                    FUNCTION TRIM (WS-PO-ITEM(WS-PO-IDX))
                       DELIMITED BY SIZE
                    ";" DELIMITED BY SIZE
                    WS-PO-QTE(WS-PO-IDX) DELIMITED BY SIZE
                    ";" DELIMITED BY SIZE
                    WS-PO-DATE(WS-PO-IDX) DELIMITED BY SIZE
                    ";" DELIMITED BY SIZE
                    WS-PO-RECV-DATE(WS-PO-IDX) DELIMITED BY SIZE
                    ";" DELIMITED BY SIZE
                    WS-PO-GOT(WS-PO-IDX) DELIMITED BY SIZE
                    ";" DELIMITED BY SIZE
                    WS-PO-SUPP(WS-PO-IDX) DELIMITED BY SPACE
                    ";" DELIMITED BY SIZE
                    FUNCTION TRIM (WS-CST-COST-DISPLAY)
                       DELIMITED BY SIZE
                    INTO FS-CMD-LINE
                 END-STRING
                 WRITE FS-CMD-LINE
              END-PERFORM
              CLOSE PURCHASE-ORDER-FILE
           END-IF
           EXIT.

      *    CHARGE LES NOMS D'ARTICLES DU CATALOGUE FOURNISSEUR
      *    (fournisseur.txt, MEME FORMAT QUE L'IMPORT DE L'OPTION
      *    12) - SEUL UN ARTICLE PRESENT AU CATALOGUE PEUT FAIRE
      *    L'OBJET D'UNE COMMANDE
       PROC-PO-LOAD-CATALOG.
           MOVE ZERO TO WS-FCAT-COUNT
           MOVE "F" TO WS-EOF-SW

           OPEN INPUT SUPPLIER-FILE
           IF FC-FOU NOT = "00"
              SET WS-EOF TO TRUE
           END-IF

           PERFORM UNTIL WS-EOF
              READ SUPPLIER-FILE
                 AT END SET WS-EOF TO TRUE
                 NOT AT END
                    IF FS-FOU-LINE NOT = SPACES
                       AND WS-FCAT-COUNT < WS-FCAT-CAPACITY
                       ADD 1 TO WS-FCAT-COUNT
                       INSPECT FS-FOU-LINE REPLACING ALL ";" BY "|"
                       UNSTRING FS-FOU-LINE DELIMITED BY "|"
                           INTO WS-FCAT-NAME(WS-FCAT-COUNT)
                    END-IF
              END-READ
           END-PERFORM

           IF FC-FOU NOT = "35"
              CLOSE SUPPLIER-FILE
           END-IF
           EXIT.

      *    TRANSFORME LES ALERTES DE REAPPRO EN LIGNES DE COMMANDE :
      *    UN ARTICLE SOUS LE SEUIL, PRESENT AU TARIF (tarifs.txt) OU
      *    AU CATALOGUE FOURNISSEUR ET SANS LIGNE DE COMMANDE ENCORE
      *    OUVERTE RECOIT UNE QUANTITE SUGGEREE (2 X SEUIL - STOCK),
      *    PORTEE AU MINIMUM DE COMMANDE DU TARIF - LA LIGNE OUVERTE
      *    EMPECHE DE RECOMMANDER LE MEME MANQUE A CHAQUE PASSAGE
      *    TANT QUE LA MARCHANDISE N'EST PAS RECUE - LES LIGNES SONT
      *    REGROUPEES PAR FOURNISSEUR, UN BON DE COMMANDE CHIFFRE PAR
      *    FOURNISSEUR
       PROC-PO-GENERATE.
           PERFORM PROC-PO-LOAD
           IF WS-PO-LOST-COUNT > 0
              DISPLAY "*** TABLE DES COMMANDES PLEINE - GENERATION "
                 "REFUSEE, commandes.txt CONSERVE ***"
           ELSE
              PERFORM PROC-PO-GENERATE-BODY
           END-IF
           EXIT.

      *    UNE TABLE QUI A DEBORDE AU CHARGEMENT NE DOIT JAMAIS ETRE
      *    REECRITE : LES LIGNES DE COMMANDE AU-DELA DE LA CAPACITE
      *    SERAIENT PERDUES - GENERATION ET RECEPTION SONT REFUSEES
      *    TANT QUE commandes.txt N'EST PAS APURE
       PROC-PO-GENERATE-BODY.
           PERFORM PROC-PO-LOAD-CATALOG
           PERFORM PROC-FRS-LOAD
           PERFORM PROC-TRF-LOAD
           MOVE ZERO TO WS-PO-GEN-COUNT
           MOVE ZERO TO WS-POG-COUNT
           INITIALIZE TAB-POG

           PERFORM VARYING WS-MVT-IDX FROM 1 BY 1
              UNTIL WS-MVT-IDX > WS-TAB-CAPACITY
              IF WS-IT-NAME(WS-MVT-IDX) NOT = SPACES
                 AND WS-IT-NAME(WS-MVT-IDX) NOT = "0"
                 MOVE WS-IT-QTE(WS-MVT-IDX) TO WS-MVT-OLD-QTE
                 MOVE WS-IT-SEUIL(WS-MVT-IDX) TO WS-MVT-SEUIL-NUM
                 IF WS-MVT-OLD-QTE < WS-MVT-SEUIL-NUM
                    PERFORM PROC-PO-GEN-ONE
                 END-IF
              END-IF
           END-PERFORM

           DISPLAY " "
           IF WS-PO-GEN-COUNT = 0
              DISPLAY "Aucune ligne de commande à générer."
           ELSE
              PERFORM PROC-BD-SAVE
              PERFORM PROC-PO-SAVE
              PERFORM VARYING WS-POG-IDX FROM 1 BY 1
                 UNTIL WS-POG-IDX > WS-POG-COUNT
                 PERFORM PROC-PO-PRINT-ORDER
              END-PERFORM
              DISPLAY WS-POG-COUNT " COMMANDE(S) GENEREE(S) - "
                 WS-PO-GEN-COUNT " LIGNE(S)."
           END-IF
           DISPLAY " "
           EXIT.

       PROC-PO-GEN-ONE.
      *    LIGNE DEJA OUVERTE SUR CET ARTICLE = MANQUE DEJA COMMANDE
           SET WS-PO-NOT-FOUND TO TRUE
           PERFORM VARYING WS-PO-IDX FROM 1 BY 1
              UNTIL WS-PO-IDX > WS-PO-COUNT
              OR WS-PO-FOUND
              IF WS-PO-STATUS(WS-PO-IDX) = 'O'
                 AND FUNCTION TRIM (WS-PO-ITEM(WS-PO-IDX)) =
                    FUNCTION TRIM (WS-IT-NAME(WS-MVT-IDX))
                 SET WS-PO-FOUND TO TRUE
              END-IF
           END-PERFORM

           MOVE WS-IT-NAME(WS-MVT-IDX) TO WS-TRF-ITEM-TEXT
           PERFORM PROC-TRF-FIND-BEST

           SET WS-FCAT-NOT-FOUND TO TRUE
           PERFORM VARYING WS-FCAT-IDX FROM 1 BY 1
              UNTIL WS-FCAT-IDX > WS-FCAT-COUNT
              OR WS-FCAT-FOUND
              IF FUNCTION TRIM (WS-FCAT-NAME(WS-FCAT-IDX)) =
                 FUNCTION TRIM (WS-IT-NAME(WS-MVT-IDX))
                 SET WS-FCAT-FOUND TO TRUE
              END-IF
           END-PERFORM

      *    SANS TARIF, L'ARTICLE DU CATALOGUE fournisseur.txt EST
      *    COMMANDE SANS FOURNISSEUR NI COUT, COMME AUPARAVANT
           MOVE SPACES TO WS-PO-NEW-SUPP
           MOVE ZERO TO WS-PO-NEW-COST
           MOVE ZERO TO WS-PO-NEW-MIN
           IF WS-TRF-BEST-IDX > 0
              MOVE WS-TRF-SUPP(WS-TRF-BEST-IDX) TO WS-PO-NEW-SUPP
              MOVE WS-TRF-COST(WS-TRF-BEST-IDX) TO WS-PO-NEW-COST
              MOVE WS-TRF-MIN(WS-TRF-BEST-IDX) TO WS-PO-NEW-MIN
           END-IF
           SET WS-POG-NOT-FOUND TO TRUE
           IF NOT WS-PO-FOUND
              AND (WS-TRF-BEST-IDX > 0 OR WS-FCAT-FOUND)
              AND WS-PO-COUNT < WS-PO-CAPACITY
              PERFORM PROC-PO-GROUP-FIND
           END-IF

           EVALUATE TRUE
              WHEN WS-PO-FOUND
                 DISPLAY "DEJA COMMANDE : "
                    WS-IT-NAME(WS-MVT-IDX)
              WHEN WS-TRF-BEST-IDX = 0 AND WS-FCAT-NOT-FOUND
                 DISPLAY "HORS CATALOGUE FOURNISSEUR : "
                    WS-IT-NAME(WS-MVT-IDX)
              WHEN WS-PO-COUNT >= WS-PO-CAPACITY
                 ADD 1 TO WS-PO-LOST-COUNT
                 DISPLAY "*** TABLE DES COMMANDES PLEINE ***"
              WHEN WS-POG-NOT-FOUND
                 DISPLAY "*** TROP DE FOURNISSEURS DANS LA GENERATION"
                    " - " FUNCTION TRIM (WS-IT-NAME(WS-MVT-IDX))
                    " NON COMMANDE ***"
              WHEN OTHER
      *    2 X SEUIL - STOCK PEUT DEPASSER LA CAPACITE PIC 9(3) :
      *    LA SUGGESTION EST ALORS PLAFONNEE A 999, COMME LE STOCK
      *    MAXIMAL DE PROC-PO-RECEIVE-LINE
                 COMPUTE WS-PO-SUGG-QTE =
                    WS-MVT-SEUIL-NUM * 2 - WS-MVT-OLD-QTE
                    ON SIZE ERROR
                       MOVE 999 TO WS-PO-SUGG-QTE
                 END-COMPUTE
                 IF WS-PO-SUGG-QTE = 0
                    MOVE 1 TO WS-PO-SUGG-QTE
                 END-IF
                 IF WS-PO-SUGG-QTE < WS-PO-NEW-MIN
                    MOVE WS-PO-NEW-MIN TO WS-PO-SUGG-QTE
                 END-IF
                 ADD 1 TO WS-PO-COUNT
                 ADD 1 TO WS-PO-GEN-COUNT
                 MOVE WS-POG-NUMBER(WS-POG-IDX) TO
                    WS-PO-NUMBER(WS-PO-COUNT)
                 MOVE 'O' TO WS-PO-STATUS(WS-PO-COUNT)
                 MOVE WS-IT-NAME(WS-MVT-IDX) TO
                    WS-PO-ITEM(WS-PO-COUNT)
                 MOVE WS-PO-SUGG-QTE TO WS-PO-QTE(WS-PO-COUNT)
                 MOVE WS-BD-DATE TO WS-PO-DATE(WS-PO-COUNT)
                 MOVE ZERO TO WS-PO-RECV-DATE(WS-PO-COUNT)
                 MOVE ZERO TO WS-PO-GOT(WS-PO-COUNT)
                 MOVE WS-PO-NEW-SUPP TO WS-PO-SUPP(WS-PO-COUNT)
                 MOVE WS-PO-NEW-COST TO WS-PO-COST(WS-PO-COUNT)
                 MOVE WS-PO-NEW-COST TO WS-CST-COST-DISPLAY
                 DISPLAY "A COMMANDER : " WS-IT-NAME(WS-MVT-IDX)
                    " QTE SUGGEREE: " WS-PO-SUGG-QTE
                    " FRS: " WS-PO-NEW-SUPP
                    " PU: " WS-CST-COST-DISPLAY
           END-EVALUATE
           EXIT.

      *    RETROUVE (OU OUVRE) LA COMMANDE DE LA GENERATION EN COURS
      *    POUR LE FOURNISSEUR WS-PO-NEW-SUPP - UNE NOUVELLE COMMANDE
      *    PREND LE NUMERO SUIVANT DE datetraitement.txt
       PROC-PO-GROUP-FIND.
           SET WS-POG-NOT-FOUND TO TRUE
           PERFORM VARYING WS-POG-IDX FROM 1 BY 1
              UNTIL WS-POG-IDX > WS-POG-COUNT
              OR WS-POG-FOUND
              IF WS-POG-SUPP(WS-POG-IDX) = WS-PO-NEW-SUPP
                 SET WS-POG-FOUND TO TRUE
              END-IF
           END-PERFORM

           IF WS-POG-FOUND
              SUBTRACT 1 FROM WS-POG-IDX
           ELSE
              IF WS-POG-COUNT < WS-POG-CAPACITY
                 ADD 1 TO WS-POG-COUNT
                 ADD 1 TO WS-BD-PO-NUM
                 MOVE WS-PO-NEW-SUPP TO WS-POG-SUPP(WS-POG-COUNT)
                 MOVE WS-BD-PO-NUM TO WS-POG-NUMBER(WS-POG-COUNT)
                 MOVE WS-POG-COUNT TO WS-POG-IDX
                 SET WS-POG-FOUND TO TRUE
              END-IF
           END-IF
           EXIT.

      *    EDITE LE BON DE COMMANDE commande_NNNNNN.txt DU
      *    FOURNISSEUR WS-POG-IDX (MEME MECANISME DE NOM DYNAMIQUE QUE
      *    LES FACTURES ET LES ARCHIVES) - LIGNES CHIFFREES AU COUT DU
      *    TARIF ET TOTAL DE LA COMMANDE - SANS TARIF LE BON EST
      *    ADRESSE AU CATALOGUE fournisseur.txt, SANS MONTANT
       PROC-PO-PRINT-ORDER.
           MOVE SPACES TO WS-HK-ARCHIVE-NAME
           STRING
              "commande_" DELIMITED BY SIZE
              WS-POG-NUMBER(WS-POG-IDX) DELIMITED BY SIZE
              ".txt" DELIMITED BY SIZE
              INTO WS-HK-ARCHIVE-NAME
           END-STRING
           MOVE ZERO TO WS-PO-ORDER-AMT

           OPEN OUTPUT ARCHIVE-FILE
           IF FC-ARC NOT = "00"
              DISPLAY "Erreur à l'ouverture"
              DISPLAY "FS COMMANDE: " FC-ARC
           ELSE
              MOVE SPACES TO FS-ARC-LINE
              STRING
                 "COMMANDE FOURNISSEUR NO " DELIMITED BY SIZE
                 WS-POG-NUMBER(WS-POG-IDX) DELIMITED BY SIZE
                 "          DATE: " DELIMITED BY SIZE
                 WS-BD-DATE-TEXT DELIMITED BY SIZE
                 INTO FS-ARC-LINE
              END-STRING
              WRITE FS-ARC-LINE

              MOVE WS-POG-SUPP(WS-POG-IDX) TO WS-FRS-KEY
              PERFORM PROC-FRS-FIND
              MOVE SPACES TO FS-ARC-LINE
              EVALUATE TRUE
                 WHEN WS-FRS-KEY = SPACES
                    MOVE "FOURNISSEUR : CATALOGUE fournisseur.txt"
                       TO FS-ARC-LINE
                 WHEN WS-FRS-FOUND
                    STRING
                       "FOURNISSEUR : " DELIMITED BY SIZE
                       WS-FRS-KEY DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       FUNCTION TRIM (WS-FRS-NAME(WS-FRS-IDX))
                          DELIMITED BY SIZE
                       " - DELAI DE LIVRAISON: " DELIMITED BY SIZE
                       WS-FRS-DELAY(WS-FRS-IDX) DELIMITED BY SIZE
                       " JOUR(S)" DELIMITED BY SIZE
                       INTO FS-ARC-LINE
                    END-STRING
                 WHEN OTHER
                    STRING
                       "FOURNISSEUR : " DELIMITED BY SIZE
                       WS-FRS-KEY DELIMITED BY SIZE
                       " (ABSENT DE fournisseurs.txt)"
                          DELIMITED BY SIZE
                       INTO FS-ARC-LINE
                    END-STRING
              END-EVALUATE
              WRITE FS-ARC-LINE

              MOVE ALL "-" TO FS-ARC-LINE(1:100)
              WRITE FS-ARC-LINE

              PERFORM VARYING WS-PO-IDX FROM 1 BY 1
                 UNTIL WS-PO-IDX > WS-PO-COUNT
                 IF WS-PO-NUMBER(WS-PO-IDX) = WS-POG-NUMBER(WS-POG-IDX)
                    COMPUTE WS-PO-LINE-AMT =
                       WS-PO-QTE(WS-PO-IDX) * WS-PO-COST(WS-PO-IDX)
                    ADD WS-PO-LINE-AMT TO WS-PO-ORDER-AMT
                    MOVE WS-PO-COST(WS-PO-IDX) TO WS-CST-COST-DISPLAY
                    MOVE WS-PO-LINE-AMT TO WS-PO-AMT-DISPLAY
                    MOVE SPACES TO FS-ARC-LINE
                    STRING
                       WS-PO-ITEM(WS-PO-IDX) DELIMITED BY SIZE
                       " QTE COMMANDEE=" DELIMITED BY SIZE
                       WS-PO-QTE(WS-PO-IDX) DELIMITED BY SIZE
                       " PU=" DELIMITED BY SIZE
                       WS-CST-COST-DISPLAY DELIMITED BY SIZE
                       " MONTANT=" DELIMITED BY SIZE
                       WS-PO-AMT-DISPLAY DELIMITED BY SIZE
                       INTO FS-ARC-LINE
                    END-STRING
                    WRITE FS-ARC-LINE
                 END-IF
              END-PERFORM

              MOVE ALL "-" TO FS-ARC-LINE(1:100)
              WRITE FS-ARC-LINE
              MOVE WS-PO-ORDER-AMT TO WS-PO-AMT-DISPLAY
              MOVE SPACES TO FS-ARC-LINE
              STRING
                 "TOTAL COMMANDE : " DELIMITED BY SIZE
                 WS-PO-AMT-DISPLAY DELIMITED BY SIZE
                 INTO FS-ARC-LINE
              END-STRING
              WRITE FS-ARC-LINE

              CLOSE ARCHIVE-FILE
              DISPLAY "COMMANDE NO " WS-POG-NUMBER(WS-POG-IDX)
                 " FOURNISSEUR " WS-POG-SUPP(WS-POG-IDX)
                 " MONTANT: " WS-PO-AMT-DISPLAY
           END-IF
           EXIT.

      *    RECEPTION D'UNE COMMANDE : LES QUANTITES LIVREES SONT
      *    AJOUTEES AU STOCK (FS-INV-QTE VIA TAB-ITEMS, REECRIT A LA
      *    SORTIE DE LA GESTION DU STOCK) ET LA LIGNE PASSE A 'R' -
      *    UNE LIGNE NON LIVREE (QUANTITE 0) RESTE OUVERTE - CHAQUE
      *    RECEPTION EST TRACEE DANS mouvements.txt AVEC CMD=NUMERO -
      *    UNE LIGNE CHIFFREE MET A JOUR LE COUT MOYEN PONDERE DE
      *    L'ARTICLE (couts.txt)
       PROC-PO-RECEIVE.
           PERFORM PROC-PO-LOAD
           IF WS-PO-LOST-COUNT > 0
              DISPLAY "*** TABLE DES COMMANDES PLEINE - RECEPTION "
                 "REFUSEE, commandes.txt CONSERVE ***"
           ELSE
              PERFORM PROC-PO-RECEIVE-BODY
           END-IF
           EXIT.

       PROC-PO-RECEIVE-BODY.
           MOVE ZERO TO WS-PO-RECV-COUNT
           PERFORM PROC-CST-LOAD
           SET WS-CST-NOT-CHANGED TO TRUE

           DISPLAY " "
           DISPLAY "Numéro de la commande : "
           ACCEPT WS-PO-NUM-IN

           SET WS-PO-NOT-FOUND TO TRUE
           PERFORM VARYING WS-PO-IDX FROM 1 BY 1
              UNTIL WS-PO-IDX > WS-PO-COUNT
              IF WS-PO-NUMBER(WS-PO-IDX) = WS-PO-NUM-IN
                 AND WS-PO-STATUS(WS-PO-IDX) = 'O'
                 SET WS-PO-FOUND TO TRUE
                 PERFORM PROC-PO-RECEIVE-LINE
              END-IF
           END-PERFORM

           IF WS-PO-NOT-FOUND
              DISPLAY "*** Aucune ligne ouverte pour la commande "
                 WS-PO-NUM-IN ". ***"
           ELSE
              PERFORM PROC-PO-SAVE
              IF WS-CST-CHANGED
                 PERFORM PROC-CST-SAVE
              END-IF
              DISPLAY WS-PO-RECV-COUNT " LIGNE(S) RECEPTIONNEE(S)."
           END-IF
           DISPLAY " "
           EXIT.

       PROC-PO-RECEIVE-LINE.
           DISPLAY "ARTICLE : " WS-PO-ITEM(WS-PO-IDX)
              " QTE COMMANDEE : " WS-PO-QTE(WS-PO-IDX)
           DISPLAY "Quantité reçue (0 si non livrée) : "
           MOVE ZERO TO WS-PO-RECV-QTE
           ACCEPT WS-PO-RECV-QTE

           IF WS-PO-RECV-QTE > 0
              SET WS-MVT-NOT-FOUND TO TRUE
              PERFORM VARYING WS-MVT-IDX FROM 1 BY 1
                 UNTIL WS-MVT-IDX > WS-TAB-CAPACITY
                 OR WS-MVT-FOUND
                 IF WS-IT-NAME(WS-MVT-IDX) NOT = SPACES
                    AND WS-IT-NAME(WS-MVT-IDX) NOT = "0"
                    AND FUNCTION TRIM (WS-IT-NAME(WS-MVT-IDX)) =
                       FUNCTION TRIM (WS-PO-ITEM(WS-PO-IDX))
                    SET WS-MVT-FOUND TO TRUE
                 END-IF
              END-PERFORM

              IF WS-MVT-NOT-FOUND
                 DISPLAY "*** Article absent de l'inventaire - "
                    "ligne laissée ouverte. ***"
              ELSE
                 SUBTRACT 1 FROM WS-MVT-IDX
                 MOVE WS-IT-QTE(WS-MVT-IDX) TO WS-MVT-OLD-QTE
                 IF WS-MVT-OLD-QTE + WS-PO-RECV-QTE > 999
                    DISPLAY "Quantité maximale (999) dépassée"
                       " - ligne laissée ouverte."
                 ELSE
                    ADD WS-PO-RECV-QTE TO WS-MVT-OLD-QTE
                       GIVING WS-MVT-NEW-QTE
                    MOVE WS-MVT-NEW-QTE TO WS-IT-QTE(WS-MVT-IDX)
                    MOVE 'R' TO WS-PO-STATUS(WS-PO-IDX)
                    MOVE WS-BD-DATE TO WS-PO-RECV-DATE(WS-PO-IDX)
                    MOVE WS-PO-RECV-QTE TO WS-PO-GOT(WS-PO-IDX)
                    MOVE "R" TO WS-MVT-TYPE
                    MOVE WS-PO-RECV-QTE TO WS-MVT-QTE
                    MOVE WS-PO-NUMBER(WS-PO-IDX) TO WS-MVT-PO-NUM
                    PERFORM PROC-MVT-WRITE-JOURNAL
                    IF WS-PO-COST(WS-PO-IDX) > 0
                       PERFORM PROC-CST-RECEIPT
                    END-IF
                    ADD 1 TO WS-PO-RECV-COUNT
                    DISPLAY "Nouvelle quantité de "
                       FUNCTION TRIM (WS-IT-NAME(WS-MVT-IDX)) " : "
                       WS-IT-QTE(WS-MVT-IDX)
                 END-IF
              END-IF
           END-IF
           EXIT.

      *    ETAT DES COMMANDES OUVERTES - UNE LIGNE OUVERTE DEPUIS
      *    PLUS QUE LE DELAI DE LIVRAISON DE SON FOURNISSEUR
      *    (fournisseurs.txt, A DEFAUT WS-PO-DELAY JOURS) EST
      *    SIGNALEE EN RETARD
       PROC-PO-REPORT.
           PERFORM PROC-PO-LOAD
           PERFORM PROC-FRS-LOAD
           MOVE ZERO TO WS-PO-ORDER-AMT
           MOVE ZERO TO WS-PO-OPEN-COUNT
           MOVE ZERO TO WS-PO-LATE-COUNT

           DISPLAY " "
           DISPLAY "--------------------------------------------------"
           DISPLAY "|        COMMANDES FOURNISSEUR OUVERTES          |"
           DISPLAY "--------------------------------------------------"

           PERFORM VARYING WS-PO-IDX FROM 1 BY 1
              UNTIL WS-PO-IDX > WS-PO-COUNT
              IF WS-PO-STATUS(WS-PO-IDX) = 'O'
                 ADD 1 TO WS-PO-OPEN-COUNT
                 COMPUTE WS-PO-LINE-AMT =
                    WS-PO-QTE(WS-PO-IDX) * WS-PO-COST(WS-PO-IDX)
                 ADD WS-PO-LINE-AMT TO WS-PO-ORDER-AMT
                 MOVE WS-PO-SUPP(WS-PO-IDX) TO WS-FRS-KEY
                 PERFORM PROC-FRS-FIND
                 IF WS-FRS-FOUND
                    MOVE WS-FRS-DELAY(WS-FRS-IDX) TO WS-PO-LINE-DELAY
                 ELSE
                    MOVE WS-PO-DELAY TO WS-PO-LINE-DELAY
                 END-IF
      *    UNE DATE D'EMISSION ILLISIBLE EST CHARGEE A ZERO PAR
      *    PROC-PO-LOAD-ONE - ELLE NE PASSE PAS PAR INTEGER-OF-DATE
      *    ET LA LIGNE SORT EN DATE INCONNUE
                 IF WS-PO-DATE(WS-PO-IDX) = ZERO
                    DISPLAY "CDE " WS-PO-NUMBER(WS-PO-IDX) " "
                       WS-PO-ITEM(WS-PO-IDX)
                       " QTE: " WS-PO-QTE(WS-PO-IDX)
                       " AGE: DATE D'EMISSION INCONNUE"
                 ELSE
                    COMPUTE WS-PO-AGE-DAYS =
                       FUNCTION INTEGER-OF-DATE (WS-BD-DATE)
                       - FUNCTION INTEGER-OF-DATE
                          (WS-PO-DATE(WS-PO-IDX))
                    MOVE WS-PO-AGE-DAYS TO WS-PO-AGE-DISPLAY
                    IF WS-PO-AGE-DAYS > WS-PO-LINE-DELAY
                       ADD 1 TO WS-PO-LATE-COUNT
                       DISPLAY "CDE " WS-PO-NUMBER(WS-PO-IDX) " "
                          WS-PO-ITEM(WS-PO-IDX)
                          " QTE: " WS-PO-QTE(WS-PO-IDX)
                          " AGE: " WS-PO-AGE-DISPLAY
                          " JOUR(S) *** EN RETARD ***"
                    ELSE
                       DISPLAY "CDE " WS-PO-NUMBER(WS-PO-IDX) " "
                          WS-PO-ITEM(WS-PO-IDX)
                          " QTE: " WS-PO-QTE(WS-PO-IDX)
                          " AGE: " WS-PO-AGE-DISPLAY " JOUR(S)"
                    END-IF
                 END-IF
              END-IF
           END-PERFORM

           IF WS-PO-OPEN-COUNT = 0
              DISPLAY "Aucune commande ouverte."
           ELSE
              DISPLAY " "
              DISPLAY "LIGNES OUVERTES            : "
                 WS-PO-OPEN-COUNT
              DISPLAY "DONT EN RETARD             : "
                 WS-PO-LATE-COUNT
              MOVE WS-PO-ORDER-AMT TO WS-PO-AMT-DISPLAY
              DISPLAY "MONTANT RESTANT A RECEVOIR : "
                 WS-PO-AMT-DISPLAY
           END-IF
           DISPLAY " "
           EXIT.

      *    CHARGE LE FICHIER MAITRE DES FOURNISSEURS
      *    (fournisseurs.txt, FORMAT CODE;NOM;DELAI) DANS TAB-FRS
       PROC-FRS-LOAD.
           MOVE ZERO TO WS-FRS-COUNT
           INITIALIZE TAB-FRS
           SET WS-GM-NOT-EOF TO TRUE

           OPEN INPUT SUPPLIER-MASTER-FILE
           IF FC-FRS NOT = "00"
              SET WS-GM-EOF TO TRUE
           END-IF

           PERFORM UNTIL WS-GM-EOF
              READ SUPPLIER-MASTER-FILE
                 AT END SET WS-GM-EOF TO TRUE
                 NOT AT END
                    IF FS-FRS-LINE NOT = SPACES
                       AND WS-FRS-COUNT < WS-FRS-CAPACITY
                       PERFORM PROC-FRS-LOAD-ONE
                    END-IF
              END-READ
           END-PERFORM

           IF FC-FRS NOT = "35"
              CLOSE SUPPLIER-MASTER-FILE
           END-IF
           EXIT.

       PROC-FRS-LOAD-ONE.
           ADD 1 TO WS-FRS-COUNT
           MOVE SPACES TO WS-FRS-CODE-TEXT
           MOVE SPACES TO WS-FRS-DELAY-TEXT
           INSPECT FS-FRS-LINE REPLACING ALL ";" BY "|"
           UNSTRING FS-FRS-LINE DELIMITED BY "|"
               INTO WS-FRS-CODE-TEXT, WS-FRS-NAME(WS-FRS-COUNT),
                    WS-FRS-DELAY-TEXT
           MOVE WS-FRS-CODE-TEXT TO WS-FRS-CODE(WS-FRS-COUNT)
           MOVE WS-PO-DELAY TO WS-FRS-DELAY(WS-FRS-COUNT)
           IF WS-FRS-DELAY-TEXT NOT = SPACES
              AND FUNCTION TEST-NUMVAL (WS-FRS-DELAY-TEXT) = 0
              COMPUTE WS-FRS-DELAY(WS-FRS-COUNT) =
                 FUNCTION NUMVAL (WS-FRS-DELAY-TEXT)
           END-IF
           EXIT.

      *    RECHERCHE DU FOURNISSEUR WS-FRS-KEY DANS TAB-FRS
      *    (WS-FRS-IDX POSITIONNE SI TROUVE)
       PROC-FRS-FIND.
           SET WS-FRS-NOT-FOUND TO TRUE
           IF WS-FRS-KEY NOT = SPACES
              PERFORM VARYING WS-FRS-IDX FROM 1 BY 1
                 UNTIL WS-FRS-IDX > WS-FRS-COUNT
                 OR WS-FRS-FOUND
                 IF WS-FRS-CODE(WS-FRS-IDX) = WS-FRS-KEY
                    SET WS-FRS-FOUND TO TRUE
                 END-IF
              END-PERFORM
              IF WS-FRS-FOUND
                 SUBTRACT 1 FROM WS-FRS-IDX
              END-IF
           END-IF
           EXIT.

      *    CHARGE LE TARIF FOURNISSEUR (tarifs.txt, FORMAT ARTICLE;
      *    FOURNISSEUR;COUT UNITAIRE;MINIMUM DE COMMANDE) DANS
      *    TAB-TRF - UNE LIGNE SANS COUT NUMERIQUE EST IGNOREE
       PROC-TRF-LOAD.
           MOVE ZERO TO WS-TRF-COUNT
           INITIALIZE TAB-TRF
           SET WS-GM-NOT-EOF TO TRUE

           OPEN INPUT PRICE-LIST-FILE
           IF FC-TRF NOT = "00"
              SET WS-GM-EOF TO TRUE
           END-IF

           PERFORM UNTIL WS-GM-EOF
              READ PRICE-LIST-FILE
                 AT END SET WS-GM-EOF TO TRUE
                 NOT AT END
                    IF FS-TRF-LINE NOT = SPACES
                       AND WS-TRF-COUNT < WS-TRF-CAPACITY
                       PERFORM PROC-TRF-LOAD-ONE
                    END-IF
              END-READ
           END-PERFORM

           IF FC-TRF NOT = "35"
              CLOSE PRICE-LIST-FILE
           END-IF
           EXIT.

       PROC-TRF-LOAD-ONE.
           MOVE SPACES TO WS-TRF-ITEM-TEXT
           MOVE SPACES TO WS-TRF-SUPP-TEXT
           MOVE SPACES TO WS-TRF-COST-TEXT
           MOVE SPACES TO WS-TRF-MIN-TEXT
           INSPECT FS-TRF-LINE REPLACING ALL ";" BY "|"
           UNSTRING FS-TRF-LINE DELIMITED BY "|"
               INTO WS-TRF-ITEM-TEXT, WS-TRF-SUPP-TEXT,
                    WS-TRF-COST-TEXT, WS-TRF-MIN-TEXT

           IF WS-TRF-COST-TEXT NOT = SPACES
              AND FUNCTION TEST-NUMVAL (WS-TRF-COST-TEXT) = 0
              ADD 1 TO WS-TRF-COUNT
              MOVE WS-TRF-ITEM-TEXT TO WS-TRF-ITEM(WS-TRF-COUNT)
              MOVE WS-TRF-SUPP-TEXT TO WS-TRF-SUPP(WS-TRF-COUNT)
              COMPUTE WS-TRF-COST(WS-TRF-COUNT) =
                 FUNCTION NUMVAL (WS-TRF-COST-TEXT)
              MOVE ZERO TO WS-TRF-MIN(WS-TRF-COUNT)
              IF WS-TRF-MIN-TEXT NOT = SPACES
                 AND FUNCTION TEST-NUMVAL (WS-TRF-MIN-TEXT) = 0
                 COMPUTE WS-TRF-MIN(WS-TRF-COUNT) =
                    FUNCTION NUMVAL (WS-TRF-MIN-TEXT)
              END-IF
           END-IF
           EXIT.

      *    MEILLEUR TARIF (COUT UNITAIRE LE PLUS BAS) POUR L'ARTICLE
      *    WS-TRF-ITEM-TEXT - WS-TRF-BEST-IDX A ZERO SI AUCUN TARIF
       PROC-TRF-FIND-BEST.
           MOVE ZERO TO WS-TRF-BEST-IDX
           PERFORM VARYING WS-TRF-IDX FROM 1 BY 1
              UNTIL WS-TRF-IDX > WS-TRF-COUNT
              IF FUNCTION TRIM (WS-TRF-ITEM(WS-TRF-IDX)) =
                 FUNCTION TRIM (WS-TRF-ITEM-TEXT)
                 IF WS-TRF-BEST-IDX = 0
                    MOVE WS-TRF-IDX TO WS-TRF-BEST-IDX
                 ELSE
                    IF WS-TRF-COST(WS-TRF-IDX) <
                       WS-TRF-COST(WS-TRF-BEST-IDX)
                       MOVE WS-TRF-IDX TO WS-TRF-BEST-IDX
                    END-IF
                 END-IF
              END-IF
           END-PERFORM
           EXIT.

      *    CHARGE LES COUTS MOYENS PONDERES (couts.txt, FORMAT
      *    ARTICLE;CMUP) DANS TAB-CST
       PROC-CST-LOAD.
           MOVE ZERO TO WS-CST-COUNT
           INITIALIZE TAB-CST
           SET WS-GM-NOT-EOF TO TRUE

           OPEN INPUT COST-FILE
           IF FC-CST NOT = "00"
              SET WS-GM-EOF TO TRUE
           END-IF

           PERFORM UNTIL WS-GM-EOF
              READ COST-FILE
                 AT END SET WS-GM-EOF TO TRUE
                 NOT AT END
                    IF FS-CST-LINE NOT = SPACES
                       AND WS-CST-COUNT < WS-CST-CAPACITY
                       PERFORM PROC-CST-LOAD-ONE
                    END-IF
              END-READ
           END-PERFORM

           IF FC-CST NOT = "35"
              CLOSE COST-FILE
           END-IF
           EXIT.

       PROC-CST-LOAD-ONE.
           MOVE SPACES TO WS-CST-ITEM-NAME
           MOVE SPACES TO WS-CST-WAC-TEXT
           INSPECT FS-CST-LINE REPLACING ALL ";" BY "|"
           UNSTRING FS-CST-LINE DELIMITED BY "|"
               INTO WS-CST-ITEM-NAME, WS-CST-WAC-TEXT
           IF WS-CST-WAC-TEXT NOT = SPACES
              AND FUNCTION TEST-NUMVAL (WS-CST-WAC-TEXT) = 0
              ADD 1 TO WS-CST-COUNT
              MOVE WS-CST-ITEM-NAME TO WS-CST-ITEM(WS-CST-COUNT)
              COMPUTE WS-CST-WAC(WS-CST-COUNT) =
                 FUNCTION NUMVAL (WS-CST-WAC-TEXT)
           END-IF
           EXIT.

       PROC-CST-SAVE.
           OPEN OUTPUT COST-FILE
           IF FC-CST NOT = "00"
              DISPLAY "Erreur à l'ouverture"
              DISPLAY "FS COUTS: " FC-CST
           ELSE
              PERFORM VARYING WS-CST-IDX FROM 1 BY 1
                 UNTIL WS-CST-IDX > WS-CST-COUNT
                 MOVE WS-CST-WAC(WS-CST-IDX) TO WS-CST-WAC-DISPLAY
                 MOVE SPACES TO FS-CST-LINE
                 STRING
                    FUNCTION TRIM (WS-CST-ITEM(WS-CST-IDX))
                       DELIMITED BY SIZE
                    ";" DELIMITED BY SIZE
                    FUNCTION TRIM (WS-CST-WAC-DISPLAY)
                       DELIMITED BY SIZE
                    INTO FS-CST-LINE
                 END-STRING
                 WRITE FS-CST-LINE
              END-PERFORM
              CLOSE COST-FILE
           END-IF
           EXIT.

      *    RECHERCHE DE WS-CST-ITEM-NAME DANS TAB-CST
      *    (WS-CST-FIND-IDX POSITIONNE SI TROUVE)
       PROC-CST-FIND.
           SET WS-CST-NOT-FOUND TO TRUE
           PERFORM VARYING WS-CST-FIND-IDX FROM 1 BY 1
              UNTIL WS-CST-FIND-IDX > WS-CST-COUNT
              OR WS-CST-FOUND
              IF FUNCTION TRIM (WS-CST-ITEM(WS-CST-FIND-IDX)) =
                 FUNCTION TRIM (WS-CST-ITEM-NAME)
                 SET WS-CST-FOUND TO TRUE
              END-IF
           END-PERFORM
           IF WS-CST-FOUND
              SUBTRACT 1 FROM WS-CST-FIND-IDX
           END-IF
           EXIT.

      *    COUT MOYEN PONDERE APRES RECEPTION : (STOCK AVANT X CMUP +
      *    QTE RECUE X COUT DE LA LIGNE) / STOCK APRES - UN ARTICLE
      *    SANS CMUP PREND LE COUT DE LA LIGNE RECUE
       PROC-CST-RECEIPT.
           MOVE WS-PO-ITEM(WS-PO-IDX) TO WS-CST-ITEM-NAME
           PERFORM PROC-CST-FIND
           EVALUATE TRUE
              WHEN WS-CST-FOUND
                 COMPUTE WS-CST-WAC(WS-CST-FIND-IDX) ROUNDED =
                    (WS-MVT-OLD-QTE * WS-CST-WAC(WS-CST-FIND-IDX)
                     + WS-PO-RECV-QTE * WS-PO-COST(WS-PO-IDX))
                    / (WS-MVT-OLD-QTE + WS-PO-RECV-QTE)
                 SET WS-CST-CHANGED TO TRUE
              WHEN WS-CST-COUNT < WS-CST-CAPACITY
                 ADD 1 TO WS-CST-COUNT
                 MOVE WS-CST-COUNT TO WS-CST-FIND-IDX
                 MOVE WS-CST-ITEM-NAME TO WS-CST-ITEM(WS-CST-FIND-IDX)
                 MOVE WS-PO-COST(WS-PO-IDX) TO
                    WS-CST-WAC(WS-CST-FIND-IDX)
                 SET WS-CST-FOUND TO TRUE
                 SET WS-CST-CHANGED TO TRUE
              WHEN OTHER
                 DISPLAY "*** TABLE DES COUTS PLEINE - CMUP NON "
                    "MIS A JOUR ***"
           END-EVALUATE
           IF WS-CST-FOUND
              MOVE WS-CST-WAC(WS-CST-FIND-IDX) TO WS-CST-WAC-DISPLAY
              DISPLAY "Coût moyen pondéré : " WS-CST-WAC-DISPLAY
           END-IF
           EXIT.

      *    FOURNISSEURS, COUTS ET MARGE BRUTE (OPTION 24) : LISTE DU
      *    FICHIER MAITRE DES FOURNISSEURS ET DU TARIF, COUTS MOYENS
      *    PONDERES PAR ARTICLE, RAPPORT DE MARGE BRUTE D'UNE PERIODE
       PROC-SUPPLIER-MARGIN.
           SET WS-NOUT-OF-GM-LOOP TO TRUE
           MOVE ZERO TO WS-GM-ACTION-COUNT
           PERFORM PROC-GM-MENU
           ACCEPT WS-GM-CHOICE
           PERFORM PROC-LOOP-GM-CHOICE
           EXIT.

       PROC-GM-MENU.
           DISPLAY " "
           DISPLAY "--------------------------------------------------"
           DISPLAY "|         Fournisseurs, coûts et marge           |"
           DISPLAY "|------------------------------------------------|"
           DISPLAY "|                                                |"
           DISPLAY "| 1 - Fournisseurs et tarif.                     |"
           DISPLAY "| 2 - Coûts moyens pondérés par article."
              "         |"
           DISPLAY "| 3 - Rapport de marge brute d'une période.      |"
           DISPLAY "| 0 - Quitter.                                   |"
           DISPLAY "|                                                |"
           DISPLAY "--------------------------------------------------"
           DISPLAY " "
           DISPLAY "Que voulez-vous faire?"
           EXIT.

       PROC-LOOP-GM-CHOICE.
           PERFORM UNTIL WS-GM-CHOICE = 0 OR WS-OUT-OF-GM-LOOP
              EVALUATE WS-GM-CHOICE
                 WHEN 0
                    DISPLAY " "
                 WHEN 1
                    PERFORM PROC-GM-LIST-SUPPLIERS
                    SET WS-OUT-OF-GM-LOOP TO TRUE
                 WHEN 2
                    PERFORM PROC-GM-LIST-COSTS
                    SET WS-OUT-OF-GM-LOOP TO TRUE
                 WHEN 3
                    PERFORM PROC-GM-REPORT
                    SET WS-OUT-OF-GM-LOOP TO TRUE
                 WHEN OTHER
                    DISPLAY "Choix invalide."
                    DISPLAY "Sélectionner une valeur entre 0 et 3."
                    SET WS-OUT-OF-GM-LOOP TO TRUE
              END-EVALUATE
           END-PERFORM
           EXIT.

       PROC-GM-LIST-SUPPLIERS.
           PERFORM PROC-FRS-LOAD
           PERFORM PROC-TRF-LOAD
           DISPLAY " "
           DISPLAY "FOURNISSEURS (fournisseurs.txt)"
           DISPLAY "CODE   NOM                            DELAI"
           PERFORM VARYING WS-FRS-IDX FROM 1 BY 1
              UNTIL WS-FRS-IDX > WS-FRS-COUNT
              DISPLAY WS-FRS-CODE(WS-FRS-IDX) " "
                 WS-FRS-NAME(WS-FRS-IDX) " "
                 WS-FRS-DELAY(WS-FRS-IDX) " JOUR(S)"
           END-PERFORM
           IF WS-FRS-COUNT = 0
              DISPLAY "Aucun fournisseur."
           END-IF
           DISPLAY " "
           DISPLAY "TARIF (tarifs.txt)"
           DISPLAY "ARTICLE                        FRS    "
              "COUT UNIT.  MINIMUM"
           PERFORM VARYING WS-TRF-IDX FROM 1 BY 1
              UNTIL WS-TRF-IDX > WS-TRF-COUNT
              MOVE WS-TRF-COST(WS-TRF-IDX) TO WS-CST-COST-DISPLAY
              MOVE WS-TRF-SUPP(WS-TRF-IDX) TO WS-FRS-KEY
              PERFORM PROC-FRS-FIND
              IF WS-FRS-FOUND
                 DISPLAY WS-TRF-ITEM(WS-TRF-IDX) " "
                    WS-TRF-SUPP(WS-TRF-IDX) " "
                    WS-CST-COST-DISPLAY "   "
                    WS-TRF-MIN(WS-TRF-IDX)
              ELSE
                 DISPLAY WS-TRF-ITEM(WS-TRF-IDX) " "
                    WS-TRF-SUPP(WS-TRF-IDX) " "
                    WS-CST-COST-DISPLAY "   "
                    WS-TRF-MIN(WS-TRF-IDX)
                    " *** FOURNISSEUR INCONNU ***"
              END-IF
           END-PERFORM
           IF WS-TRF-COUNT = 0
              DISPLAY "Aucun tarif."
           END-IF
           DISPLAY " "
           COMPUTE WS-GM-ACTION-COUNT = WS-FRS-COUNT + WS-TRF-COUNT
           EXIT.

      *    COUT MOYEN PONDERE DE CHAQUE ARTICLE DE L'INVENTAIRE, AVEC
      *    LE MEILLEUR COUT DU TARIF POUR COMPARAISON
       PROC-GM-LIST-COSTS.
           INITIALIZE TAB-ITEMS
           PERFORM PROC-LOAD-INVENTORY
           PERFORM PROC-TRF-LOAD
           PERFORM PROC-CST-LOAD
           DISPLAY " "
           DISPLAY "ARTICLE                        QTE        CMUP"
              "   MEILLEUR TARIF"
           PERFORM VARYING WS-GMA-IDX FROM 1 BY 1
              UNTIL WS-GMA-IDX > WS-INV-LOAD-COUNT
              MOVE WS-IT-NAME(WS-GMA-IDX) TO WS-CST-ITEM-NAME
              PERFORM PROC-CST-FIND
              MOVE WS-IT-NAME(WS-GMA-IDX) TO WS-TRF-ITEM-TEXT
              PERFORM PROC-TRF-FIND-BEST
              MOVE ZERO TO WS-CST-WAC-DISPLAY
              IF WS-CST-FOUND
                 MOVE WS-CST-WAC(WS-CST-FIND-IDX) TO
                    WS-CST-WAC-DISPLAY
              END-IF
              MOVE ZERO TO WS-CST-COST-DISPLAY
              IF WS-TRF-BEST-IDX > 0
                 MOVE WS-TRF-COST(WS-TRF-BEST-IDX) TO
                    WS-CST-COST-DISPLAY
              END-IF
              DISPLAY WS-IT-NAME(WS-GMA-IDX) " "
                 WS-IT-QTE(WS-GMA-IDX) " "
                 WS-CST-WAC-DISPLAY "   "
                 WS-CST-COST-DISPLAY
           END-PERFORM
           DISPLAY " "
           MOVE WS-INV-LOAD-COUNT TO WS-GM-ACTION-COUNT
           EXIT.

      *    MARGE BRUTE D'UNE PERIODE (marges.txt ET ECRAN) : LES
      *    VENTES DE ventes.txt DONT LA DATE EST DANS LA PERIODE SONT
      *    DETAILLEES PAR LES LIGNES DE LEUR FACTURE facture_NNNNNN.txt
      *    (QUANTITE ET HT), LES RETOURS DE retours.txt DE LA PERIODE
      *    VIENNENT EN DEDUCTION - LE COUT EST QUANTITE X CMUP DE
      *    couts.txt, A DEFAUT LE MEILLEUR COUT DU TARIF - RESULTAT
      *    PAR ARTICLE ET PAR MOIS
       PROC-GM-REPORT.
           DISPLAY "Date de début de période (AAAAMMJJ) : "
           MOVE ZERO TO WS-GM-DATE-FROM
           ACCEPT WS-GM-DATE-FROM
           DISPLAY "Date de fin de période (AAAAMMJJ) : "
           MOVE ZERO TO WS-GM-DATE-TO
           ACCEPT WS-GM-DATE-TO

           IF WS-GM-DATE-FROM = 0 OR WS-GM-DATE-TO = 0
              OR WS-GM-DATE-FROM > WS-GM-DATE-TO
              DISPLAY "*** Période invalide - rapport abandonné. ***"
           ELSE
              PERFORM PROC-GM-COLLECT
              PERFORM PROC-GM-PRINT
              MOVE WS-GMA-COUNT TO WS-GM-ACTION-COUNT
           END-IF
           EXIT.

       PROC-GM-COLLECT.
           MOVE ZERO TO WS-GMA-COUNT
           MOVE ZERO TO WS-GMP-COUNT
           MOVE ZERO TO WS-GM-LOST-COUNT
           MOVE ZERO TO WS-GM-DOC-COUNT
           MOVE ZERO TO WS-GM-MISSING-COUNT
           MOVE ZERO TO WS-GM-RET-COUNT
           INITIALIZE TAB-GM-ART
           INITIALIZE TAB-GM-PER
           INITIALIZE TAB-ITEMS
           PERFORM PROC-LOAD-INVENTORY
           PERFORM PROC-TRF-LOAD
           PERFORM PROC-CST-LOAD

           SET WS-GM-NOT-EOF TO TRUE
           OPEN INPUT SALES-JOURNAL-FILE
           IF FC-VNT NOT = "00"
              SET WS-GM-EOF TO TRUE
           END-IF
           PERFORM UNTIL WS-GM-EOF
              READ SALES-JOURNAL-FILE
                 AT END SET WS-GM-EOF TO TRUE
                 NOT AT END
                    IF FS-VNT-LINE(1:14) = "VENTE FACTURE="
                       PERFORM PROC-GM-SALE
                    END-IF
              END-READ
           END-PERFORM
           IF FC-VNT NOT = "35"
              CLOSE SALES-JOURNAL-FILE
           END-IF

           SET WS-GM-NOT-EOF TO TRUE
           OPEN INPUT RETURNS-FILE
           IF FC-RET NOT = "00"
              SET WS-GM-EOF TO TRUE
           END-IF
           PERFORM UNTIL WS-GM-EOF
              READ RETURNS-FILE
                 AT END SET WS-GM-EOF TO TRUE
                 NOT AT END
                    IF FS-RET-LINE NOT = SPACES
                       PERFORM PROC-GM-RETURN
                    END-IF
              END-READ
           END-PERFORM
           IF FC-RET NOT = "35"
              CLOSE RETURNS-FILE
           END-IF
           EXIT.

      *    LA DATE DE LA VENTE EST L'ESTAMPILLE DATE=AAAA-MM-JJ DE LA
      *    LIGNE (VOIR PROC-POS-WRITE-SALES-JOURNAL)
       PROC-GM-SALE.
           MOVE SPACES TO WS-GM-HEAD
           MOVE SPACES TO WS-GM-REST
           UNSTRING FS-VNT-LINE DELIMITED BY " DATE="
               INTO WS-GM-HEAD, WS-GM-REST
           MOVE WS-GM-REST(1:10) TO WS-GM-DATE-TEXT
           PERFORM PROC-GM-STAMP-TO-DATE

           IF WS-GM-DATE >= WS-GM-DATE-FROM
              AND WS-GM-DATE <= WS-GM-DATE-TO
              AND FS-VNT-LINE(15:6) IS NUMERIC
              ADD 1 TO WS-GM-DOC-COUNT
              MOVE FS-VNT-LINE(15:6) TO WS-AV-INVOICE
              MOVE ZERO TO WS-AV-LINE-COUNT
              INITIALIZE TAB-AV
              PERFORM PROC-AV-READ-INVOICE
              IF WS-AV-LINE-COUNT = 0
                 ADD 1 TO WS-GM-MISSING-COUNT
                 DISPLAY "*** FACTURE " WS-AV-INVOICE
                    " ABSENTE OU SANS LIGNE - VENTE IGNOREE ***"
              END-IF
              PERFORM VARYING WS-AV-IDX FROM 1 BY 1
                 UNTIL WS-AV-IDX > WS-AV-LINE-COUNT
                 MOVE WS-AV-NAME(WS-AV-IDX) TO WS-GM-NAME
                 MOVE WS-AV-SOLD(WS-AV-IDX) TO WS-GM-QTE
                 MOVE WS-AV-HT(WS-AV-IDX) TO WS-GM-HT
                 PERFORM PROC-GM-ADD
              END-PERFORM
           END-IF
           EXIT.

      *    RETOUR (FORMAT FACTURE;LIGNE;ARTICLE;QTE;TTC;HT;AVOIR;
      *    DATE;OPER) : QUANTITE ET HT EN DEDUCTION
       PROC-GM-RETURN.
           MOVE SPACES TO WS-GM-INV-TEXT
           MOVE SPACES TO WS-GM-LINE-TEXT
           MOVE SPACES TO WS-GM-NAME
           MOVE SPACES TO WS-GM-QTE-TEXT
           MOVE SPACES TO WS-GM-TTC-TEXT
           MOVE SPACES TO WS-GM-HT-TEXT
           MOVE SPACES TO WS-GM-AVOIR-TEXT
           MOVE SPACES TO WS-GM-DATE-TEXT
           INSPECT FS-RET-LINE REPLACING ALL ";" BY "|"
           UNSTRING FS-RET-LINE DELIMITED BY "|"
               INTO WS-GM-INV-TEXT, WS-GM-LINE-TEXT, WS-GM-NAME,
                    WS-GM-QTE-TEXT, WS-GM-TTC-TEXT, WS-GM-HT-TEXT,
                    WS-GM-AVOIR-TEXT, WS-GM-DATE-TEXT
           PERFORM PROC-GM-STAMP-TO-DATE

           IF WS-GM-DATE >= WS-GM-DATE-FROM
              AND WS-GM-DATE <= WS-GM-DATE-TO
              AND FUNCTION TEST-NUMVAL (WS-GM-QTE-TEXT) = 0
              AND FUNCTION TEST-NUMVAL (WS-GM-HT-TEXT) = 0
              ADD 1 TO WS-GM-RET-COUNT
              COMPUTE WS-GM-QTE = 0 - FUNCTION NUMVAL (WS-GM-QTE-TEXT)
              COMPUTE WS-GM-HT = 0 - FUNCTION NUMVAL (WS-GM-HT-TEXT)
              PERFORM PROC-GM-ADD
           END-IF
           EXIT.

      *    ESTAMPILLE AAAA-MM-JJ (WS-GM-DATE-TEXT) EN DATE AAAAMMJJ
      *    (WS-GM-DATE, ZERO SI ILLISIBLE) ET MOIS AAAAMM
       PROC-GM-STAMP-TO-DATE.
           MOVE ZERO TO WS-GM-DATE
           MOVE ZERO TO WS-GM-MONTH
           IF WS-GM-DATE-TEXT(1:4) IS NUMERIC
              AND WS-GM-DATE-TEXT(6:2) IS NUMERIC
              AND WS-GM-DATE-TEXT(9:2) IS NUMERIC
              MOVE SPACES TO WS-GM-HEAD
              STRING
                 WS-GM-DATE-TEXT(1:4) DELIMITED BY SIZE
                 WS-GM-DATE-TEXT(6:2) DELIMITED BY SIZE
                 WS-GM-DATE-TEXT(9:2) DELIMITED BY SIZE
                 INTO WS-GM-HEAD
              END-STRING
              MOVE WS-GM-HEAD(1:8) TO WS-GM-DATE
              MOVE WS-GM-HEAD(1:6) TO WS-GM-MONTH
           END-IF
           EXIT.

      *    CUMULE WS-GM-QTE ET WS-GM-HT (SIGNES) DE L'ARTICLE
      *    WS-GM-NAME SUR L'ARTICLE ET SUR LE MOIS WS-GM-MONTH
       PROC-GM-ADD.
           MOVE WS-GM-NAME TO WS-CST-ITEM-NAME
           PERFORM PROC-CST-FIND
           SET WS-GM-FOUND TO TRUE
           EVALUATE TRUE
              WHEN WS-CST-FOUND
                 MOVE WS-CST-WAC(WS-CST-FIND-IDX) TO WS-CST-VALUE
              WHEN OTHER
                 MOVE WS-GM-NAME TO WS-TRF-ITEM-TEXT
                 PERFORM PROC-TRF-FIND-BEST
                 IF WS-TRF-BEST-IDX > 0
                    MOVE WS-TRF-COST(WS-TRF-BEST-IDX) TO WS-CST-VALUE
                 ELSE
                    MOVE ZERO TO WS-CST-VALUE
                    SET WS-GM-NOT-FOUND TO TRUE
                 END-IF
           END-EVALUATE
           COMPUTE WS-GM-COST ROUNDED = WS-GM-QTE * WS-CST-VALUE

           SET WS-GMA-NOT-FOUND TO TRUE
           PERFORM VARYING WS-GMA-IDX FROM 1 BY 1
              UNTIL WS-GMA-IDX > WS-GMA-COUNT
              OR WS-GMA-FOUND
              IF FUNCTION TRIM (WS-GMA-NAME(WS-GMA-IDX)) =
                 FUNCTION TRIM (WS-GM-NAME)
                 SET WS-GMA-FOUND TO TRUE
              END-IF
           END-PERFORM
           IF WS-GMA-FOUND
              SUBTRACT 1 FROM WS-GMA-IDX
           ELSE
              IF WS-GMA-COUNT < WS-GMA-CAPACITY
                 ADD 1 TO WS-GMA-COUNT
                 MOVE WS-GMA-COUNT TO WS-GMA-IDX
                 MOVE WS-GM-NAME TO WS-GMA-NAME(WS-GMA-IDX)
                 MOVE 'N' TO WS-GMA-NOCOST(WS-GMA-IDX)
              ELSE
                 MOVE ZERO TO WS-GMA-IDX
                 ADD 1 TO WS-GM-LOST-COUNT
              END-IF
           END-IF
           IF WS-GMA-IDX > 0
              ADD WS-GM-QTE TO WS-GMA-QTE(WS-GMA-IDX)
              ADD WS-GM-HT TO WS-GMA-HT(WS-GMA-IDX)
              ADD WS-GM-COST TO WS-GMA-COST(WS-GMA-IDX)
              IF WS-GM-NOT-FOUND
                 MOVE 'O' TO WS-GMA-NOCOST(WS-GMA-IDX)
              END-IF
           END-IF

           SET WS-GMP-NOT-FOUND TO TRUE
           PERFORM VARYING WS-GMP-IDX FROM 1 BY 1
              UNTIL WS-GMP-IDX > WS-GMP-COUNT
              OR WS-GMP-FOUND
              IF WS-GMP-MONTH(WS-GMP-IDX) = WS-GM-MONTH
                 SET WS-GMP-FOUND TO TRUE
              END-IF
           END-PERFORM
           IF WS-GMP-FOUND
              SUBTRACT 1 FROM WS-GMP-IDX
           ELSE
              IF WS-GMP-COUNT < WS-GMP-CAPACITY
                 ADD 1 TO WS-GMP-COUNT
                 MOVE WS-GMP-COUNT TO WS-GMP-IDX
                 MOVE WS-GM-MONTH TO WS-GMP-MONTH(WS-GMP-IDX)
              ELSE
                 MOVE ZERO TO WS-GMP-IDX
                 ADD 1 TO WS-GM-LOST-COUNT
              END-IF
           END-IF
           IF WS-GMP-IDX > 0
              ADD WS-GM-HT TO WS-GMP-HT(WS-GMP-IDX)
              ADD WS-GM-COST TO WS-GMP-COST(WS-GMP-IDX)
           END-IF
           EXIT.

       PROC-GM-PRINT.
           MOVE ZERO TO WS-GM-TOTAL-HT
           MOVE ZERO TO WS-GM-TOTAL-COST
           MOVE ZERO TO WS-GM-NOCOST-COUNT

           OPEN OUTPUT MARGIN-REPORT-FILE
           IF FC-GMR NOT = "00"
              DISPLAY "Erreur à l'ouverture"
              DISPLAY "FS MARGES: " FC-GMR
           END-IF

           MOVE SPACES TO FS-GMR-LINE
           STRING
              "MARGE BRUTE DU " DELIMITED BY SIZE
              WS-GM-DATE-FROM DELIMITED BY SIZE
              " AU " DELIMITED BY SIZE
              WS-GM-DATE-TO DELIMITED BY SIZE
              " - EDITE LE " DELIMITED BY SIZE
              WS-BD-DATE-TEXT DELIMITED BY SIZE
              INTO FS-GMR-LINE
           END-STRING
           PERFORM PROC-GM-WRITE
           MOVE SPACES TO FS-GMR-LINE
           PERFORM PROC-GM-WRITE
           MOVE "PAR ARTICLE" TO FS-GMR-LINE
           PERFORM PROC-GM-WRITE
           MOVE SPACES TO FS-GMR-LINE
           STRING
              "ARTICLE                          QTE           HT"
                 DELIMITED BY SIZE
              "         COUT        MARGE  TAUX %" DELIMITED BY SIZE
              INTO FS-GMR-LINE
           END-STRING
           PERFORM PROC-GM-WRITE
           MOVE ALL "-" TO FS-GMR-LINE
           PERFORM PROC-GM-WRITE

           PERFORM VARYING WS-GMA-IDX FROM 1 BY 1
              UNTIL WS-GMA-IDX > WS-GMA-COUNT
              MOVE WS-GMA-HT(WS-GMA-IDX) TO WS-GM-HT
              MOVE WS-GMA-COST(WS-GMA-IDX) TO WS-GM-COST
              PERFORM PROC-GM-MARGIN
              ADD WS-GM-HT TO WS-GM-TOTAL-HT
              ADD WS-GM-COST TO WS-GM-TOTAL-COST
              MOVE WS-GMA-QTE(WS-GMA-IDX) TO WS-GM-QTE-DISPLAY
              MOVE SPACES TO FS-GMR-LINE
              STRING
                 WS-GMA-NAME(WS-GMA-IDX) DELIMITED BY SIZE
                 " " DELIMITED BY SIZE
                 WS-GM-QTE-DISPLAY DELIMITED BY SIZE
                 " " DELIMITED BY SIZE
                 WS-GM-AMT-DISPLAY DELIMITED BY SIZE
                 " " DELIMITED BY SIZE
                 WS-GM-COST-DISPLAY DELIMITED BY SIZE
                 " " DELIMITED BY SIZE
                 WS-GM-MARGIN-DISPLAY DELIMITED BY SIZE
                 " " DELIMITED BY SIZE
                 WS-GM-RATE-DISPLAY DELIMITED BY SIZE
                 INTO FS-GMR-LINE
              END-STRING
              IF WS-GMA-NOCOST(WS-GMA-IDX) = 'O'
                 ADD 1 TO WS-GM-NOCOST-COUNT
                 MOVE "COUT INCONNU" TO FS-GMR-LINE(101:12)
              END-IF
              PERFORM PROC-GM-WRITE
           END-PERFORM

           MOVE ALL "-" TO FS-GMR-LINE
           PERFORM PROC-GM-WRITE
           MOVE WS-GM-TOTAL-HT TO WS-GM-HT
           MOVE WS-GM-TOTAL-COST TO WS-GM-COST
           PERFORM PROC-GM-MARGIN
           PERFORM PROC-GM-TOTAL-LINE

           MOVE SPACES TO FS-GMR-LINE
           PERFORM PROC-GM-WRITE
           MOVE "PAR MOIS" TO FS-GMR-LINE
           PERFORM PROC-GM-WRITE
           MOVE SPACES TO FS-GMR-LINE
           STRING
              "MOIS                                           HT"
                 DELIMITED BY SIZE
              "         COUT        MARGE  TAUX %" DELIMITED BY SIZE
              INTO FS-GMR-LINE
           END-STRING
           PERFORM PROC-GM-WRITE
           MOVE ALL "-" TO FS-GMR-LINE
           PERFORM PROC-GM-WRITE

           PERFORM VARYING WS-GMP-IDX FROM 1 BY 1
              UNTIL WS-GMP-IDX > WS-GMP-COUNT
              MOVE WS-GMP-HT(WS-GMP-IDX) TO WS-GM-HT
              MOVE WS-GMP-COST(WS-GMP-IDX) TO WS-GM-COST
              PERFORM PROC-GM-MARGIN
              MOVE SPACES TO FS-GMR-LINE
              STRING
                 WS-GMP-MONTH(WS-GMP-IDX) DELIMITED BY SIZE
                 "                                 "
                    DELIMITED BY SIZE
                 WS-GM-AMT-DISPLAY DELIMITED BY SIZE
                 " " DELIMITED BY SIZE
                 WS-GM-COST-DISPLAY DELIMITED BY SIZE
                 " " DELIMITED BY SIZE
                 WS-GM-MARGIN-DISPLAY DELIMITED BY SIZE
                 " " DELIMITED BY SIZE
                 WS-GM-RATE-DISPLAY DELIMITED BY SIZE
                 INTO FS-GMR-LINE
              END-STRING
              PERFORM PROC-GM-WRITE
           END-PERFORM

           MOVE ALL "-" TO FS-GMR-LINE
           PERFORM PROC-GM-WRITE
           MOVE WS-GM-TOTAL-HT TO WS-GM-HT
           MOVE WS-GM-TOTAL-COST TO WS-GM-COST
           PERFORM PROC-GM-MARGIN
           PERFORM PROC-GM-TOTAL-LINE

           MOVE SPACES TO FS-GMR-LINE
           PERFORM PROC-GM-WRITE
           MOVE SPACES TO FS-GMR-LINE
           STRING
              "FACTURES LUES: " DELIMITED BY SIZE
              WS-GM-DOC-COUNT DELIMITED BY SIZE
              "  ABSENTES: " DELIMITED BY SIZE
              WS-GM-MISSING-COUNT DELIMITED BY SIZE
              "  LIGNES DE RETOUR: " DELIMITED BY SIZE
              WS-GM-RET-COUNT DELIMITED BY SIZE
              "  ARTICLES SANS COUT: " DELIMITED BY SIZE
              WS-GM-NOCOST-COUNT DELIMITED BY SIZE
              INTO FS-GMR-LINE
           END-STRING
           PERFORM PROC-GM-WRITE
           IF WS-GM-LOST-COUNT > 0
              MOVE SPACES TO FS-GMR-LINE
              STRING
                 "*** CUMULS AU-DELA DE LA CAPACITE DES TABLES: "
                    DELIMITED BY SIZE
                 WS-GM-LOST-COUNT DELIMITED BY SIZE
                 " ***" DELIMITED BY SIZE
                 INTO FS-GMR-LINE
              END-STRING
              PERFORM PROC-GM-WRITE
           END-IF

           IF FC-GMR = "00"
              CLOSE MARGIN-REPORT-FILE
           END-IF
           EXIT.

      *    MARGE = HT - COUT, TAUX = MARGE / HT EN POURCENTAGE
       PROC-GM-MARGIN.
           COMPUTE WS-GM-MARGIN = WS-GM-HT - WS-GM-COST
           MOVE ZERO TO WS-GM-RATE
           IF WS-GM-HT NOT = 0
              COMPUTE WS-GM-RATE ROUNDED =
                 WS-GM-MARGIN * 100 / WS-GM-HT
                 ON SIZE ERROR
                    MOVE ZERO TO WS-GM-RATE
              END-COMPUTE
           END-IF
           MOVE WS-GM-HT TO WS-GM-AMT-DISPLAY
           MOVE WS-GM-COST TO WS-GM-COST-DISPLAY
           MOVE WS-GM-MARGIN TO WS-GM-MARGIN-DISPLAY
           MOVE WS-GM-RATE TO WS-GM-RATE-DISPLAY
           EXIT.

       PROC-GM-TOTAL-LINE.
           MOVE SPACES TO FS-GMR-LINE
           STRING
              "TOTAL                                 "
                 DELIMITED BY SIZE
              WS-GM-AMT-DISPLAY DELIMITED BY SIZE
              " " DELIMITED BY SIZE
              WS-GM-COST-DISPLAY DELIMITED BY SIZE
              " " DELIMITED BY SIZE
              WS-GM-MARGIN-DISPLAY DELIMITED BY SIZE
              " " DELIMITED BY SIZE
              WS-GM-RATE-DISPLAY DELIMITED BY SIZE
              INTO FS-GMR-LINE
           END-STRING
           PERFORM PROC-GM-WRITE
           EXIT.

      *    LA LIGNE DU RAPPORT EST AFFICHEE ET ECRITE
       PROC-GM-WRITE.
           DISPLAY FUNCTION TRIM (FS-GMR-LINE TRAILING)
           IF FC-GMR = "00"
              WRITE FS-GMR-LINE
           END-IF
           EXIT.

      *    SURVEILLANCE DES MOUVEMENTS POUR LA CONFORMITE (OPTION 25,
      *    AUSSI EXECUTABLE DEPUIS batch.txt) : LES MOUVEMENTS
      *    COMPTABILISES DES ARCHIVES journal_AAAAMMJJ.arc INSCRITES
      *    AU CATALOGUE ET DE journal.txt SONT SOUMIS A QUATRE
      *    REGLES - SEUIL (MONTANT UNITAIRE), STRUCTURATION (DEPOTS
      *    REPETES JUSTE SOUS LE SEUIL), CHAINE (VIREMENTS A -> B ->
      *    C RAPPROCHES) ET VOLUME (MOIS TRES AU-DESSUS DE LA MOYENNE
      *    DU CLIENT) - LES ALERTES SONT FUSIONNEES DANS alertes.txt
      *    EN CONSERVANT LE STATUT DES ALERTES DEJA CONNUES
       PROC-COMPLIANCE-MONITOR.
           SET WS-NOUT-OF-CF-LOOP TO TRUE
           MOVE ZERO TO WS-CF-ACTION-COUNT
           PERFORM PROC-CF-CUTOFF
           IF WS-BATCH-MODE-ON
              PERFORM PROC-CF-RUN
           ELSE
              PERFORM PROC-CF-MENU
              ACCEPT WS-CF-CHOICE
              PERFORM PROC-LOOP-CF-CHOICE
           END-IF
           EXIT.

      *    DATE DE COUPURE : PREMIER JOUR DU MOIS SITUE
      *    WS-CF-WINDOW MOIS AVANT LE MOIS DE LA DATE COMPTABLE
       PROC-CF-CUTOFF.
           MOVE WS-BD-DATE(1:4) TO WS-CF-CUTOFF-YEAR
           MOVE WS-BD-DATE(5:2) TO WS-CF-CUTOFF-MONTH
           COMPUTE WS-CF-CUTOFF-MONTHS =
              WS-CF-CUTOFF-YEAR * 12 + WS-CF-CUTOFF-MONTH - 1
           IF WS-CF-CUTOFF-MONTHS > WS-CF-WINDOW
              SUBTRACT WS-CF-WINDOW FROM WS-CF-CUTOFF-MONTHS
           ELSE
              MOVE ZERO TO WS-CF-CUTOFF-MONTHS
           END-IF
           DIVIDE WS-CF-CUTOFF-MONTHS BY 12
              GIVING WS-CF-CUTOFF-YEAR
              REMAINDER WS-CF-CUTOFF-MONTH
           COMPUTE WS-CF-CUTOFF =
              WS-CF-CUTOFF-YEAR * 10000
              + (WS-CF-CUTOFF-MONTH + 1) * 100 + 1
           EXIT.

       PROC-CF-MENU.
           DISPLAY " "
           DISPLAY "--------------------------------------------------"
           DISPLAY "|         Surveillance des mouvements            |"
           DISPLAY "|------------------------------------------------|"
           DISPLAY "|                                                |"
           DISPLAY "| 1 - Lancer la surveillance.                    |"
           DISPLAY "| 2 - Liste des alertes.                         |"
           DISPLAY "| 3 - Changer le statut d'une alerte.            |"
           DISPLAY "| 0 - Quitter.                                   |"
           DISPLAY "|                                                |"
           DISPLAY "--------------------------------------------------"
           DISPLAY "Que voulez-vous faire?"
           EXIT.

       PROC-LOOP-CF-CHOICE.
           PERFORM UNTIL WS-CF-CHOICE = 0 OR WS-OUT-OF-CF-LOOP
              EVALUATE WS-CF-CHOICE
                 WHEN 0
                    DISPLAY " "
                 WHEN 1
                    PERFORM PROC-CF-RUN
                    SET WS-OUT-OF-CF-LOOP TO TRUE
                 WHEN 2
                    PERFORM PROC-CF-LIST
                    SET WS-OUT-OF-CF-LOOP TO TRUE
                 WHEN 3
                    PERFORM PROC-CF-SET-STATUS
                    SET WS-OUT-OF-CF-LOOP TO TRUE
                 WHEN OTHER
                    DISPLAY "Choix invalide."
                    DISPLAY "Sélectionner une valeur entre 0 et 3."
                    SET WS-OUT-OF-CF-LOOP TO TRUE
              END-EVALUATE
           END-PERFORM
           EXIT.

      *    PASSAGE DE SURVEILLANCE : RELECTURE DES MOUVEMENTS DE LA
      *    PERIODE, TRI PAR DATE DE VALEUR, APPLICATION DES REGLES ET
      *    REECRITURE DE alertes.txt - SI LE FICHIER DES ALERTES NE
      *    TIENT PAS DANS LA TABLE, LE PASSAGE EST REFUSE POUR NE RIEN
      *    EN PERDRE
       PROC-CF-RUN.
           MOVE ZERO TO WS-CF-READ-COUNT
           MOVE ZERO TO WS-CF-FILE-COUNT
           MOVE ZERO TO WS-CF-LOST-COUNT
           MOVE ZERO TO WS-CF-BAD-COUNT
           MOVE ZERO TO WS-CF-SKIP-COUNT
           MOVE ZERO TO WS-CF-VOL-LOST-COUNT
           MOVE ZERO TO WS-CF-NEW-COUNT
           MOVE ZERO TO WS-CF-OLD-COUNT
           MOVE ZERO TO WS-CF-SEUIL-COUNT
           MOVE ZERO TO WS-CF-STR-COUNT
           MOVE ZERO TO WS-CF-CHAIN-COUNT
           MOVE ZERO TO WS-CF-VOL-COUNT

           DISPLAY " "
           DISPLAY "--------------------------------------------------"
           DISPLAY "|         SURVEILLANCE DES MOUVEMENTS            |"
           DISPLAY "--------------------------------------------------"

           PERFORM PROC-ALR-LOAD
           IF WS-CF-ALR-LOST-COUNT > 0
              DISPLAY "*** TABLE DES ALERTES PLEINE - SURVEILLANCE "
                 "REFUSEE, alertes.txt CONSERVE ***"
           ELSE
              PERFORM PROC-CF-COLLECT
              PERFORM PROC-CF-SORT
              COMPUTE WS-CF-LOW ROUNDED =
                 WS-CF-THRESHOLD * (100 - WS-CF-STR-MARGIN) / 100
              PERFORM PROC-CF-RULE-SEUIL
              PERFORM PROC-CF-RULE-STRUCT
              PERFORM PROC-CF-RULE-CHAIN
              PERFORM PROC-CF-RULE-VOLUME
              PERFORM PROC-ALR-SAVE

              DISPLAY "Période surveillée depuis le  : "
                 WS-CF-CUTOFF
              DISPLAY "Fichiers journal lus          : "
                 WS-CF-FILE-COUNT
              DISPLAY "Mouvements comptabilisés lus  : "
                 WS-CF-READ-COUNT
              DISPLAY "Mouvements hors période       : "
                 WS-CF-SKIP-COUNT
              DISPLAY "Lignes comptabilisées rejetées: "
                 WS-CF-BAD-COUNT
              DISPLAY "Alertes SEUIL                 : "
                 WS-CF-SEUIL-COUNT
              DISPLAY "Alertes STRUCTURATION         : "
                 WS-CF-STR-COUNT
              DISPLAY "Alertes CHAINE                : "
                 WS-CF-CHAIN-COUNT
              DISPLAY "Alertes VOLUME                : "
                 WS-CF-VOL-COUNT
              DISPLAY "Nouvelles alertes             : "
                 WS-CF-NEW-COUNT
              DISPLAY "Alertes déjà connues          : "
                 WS-CF-OLD-COUNT
              DISPLAY "Alertes closes historisées    : "
                 WS-CF-HIST-COUNT
              DISPLAY "alertes.txt - ouvertes : " WS-CF-OPEN-COUNT
                 " justifiées : " WS-CF-JUST-COUNT
                 " déclarées : " WS-CF-DECL-COUNT
              IF WS-CF-BAD-COUNT > 0
                 DISPLAY "*** " WS-CF-BAD-COUNT " LIGNE(S) "
                    "COMPTABILISEE(S) ILLISIBLE(S) NON EXAMINEE(S) ***"
              END-IF
              IF WS-CF-LOST-COUNT > 0
                 DISPLAY "*** TABLE DES MOUVEMENTS PLEINE - "
                    WS-CF-LOST-COUNT " MOUVEMENT(S) NON EXAMINE(S) ***"
              END-IF
              IF WS-CF-VOL-LOST-COUNT > 0
                 DISPLAY "*** TABLE DES VOLUMES PLEINE - "
                    WS-CF-VOL-LOST-COUNT " CUMUL(S) IGNORE(S) ***"
              END-IF
              IF WS-CF-ALR-LOST-COUNT > 0
                 DISPLAY "*** TABLE DES ALERTES PLEINE - "
                    WS-CF-ALR-LOST-COUNT " ALERTE(S) NON ENREGISTREE(S)"
                    " ***"
              END-IF
           END-IF
           MOVE WS-CFM-COUNT TO WS-CF-ACTION-COUNT
           EXIT.

      *    CHARGE alertes.txt DANS LA TABLE DES ALERTES - LES LIGNES
      *    MVT SONT RATTACHEES A L'ALERTE QUI LES PRECEDE - LA
      *    NUMEROTATION REPART DU PLUS GRAND NUMERO CONNU, HISTORIQUE
      *    COMPRIS
       PROC-ALR-LOAD.
           MOVE ZERO TO WS-ALR-COUNT
           MOVE ZERO TO WS-ALR-NEXT-ID
           MOVE ZERO TO WS-CF-ALR-LOST-COUNT
           INITIALIZE TAB-ALR
           SET WS-CF-NOT-EOF TO TRUE
           OPEN INPUT ALERT-FILE
           IF FC-ALR NOT = "00"
              SET WS-CF-EOF TO TRUE
           END-IF

           PERFORM UNTIL WS-CF-EOF
              READ ALERT-FILE
                 AT END SET WS-CF-EOF TO TRUE
                 NOT AT END
                    PERFORM PROC-ALR-LOAD-ONE
              END-READ
           END-PERFORM

           IF FC-ALR NOT = "35"
              CLOSE ALERT-FILE
           END-IF

           SET WS-CF-NOT-EOF TO TRUE
           OPEN INPUT ALERT-HISTORY-FILE
           IF FC-ALH NOT = "00"
              SET WS-CF-EOF TO TRUE
           END-IF

           PERFORM UNTIL WS-CF-EOF
              READ ALERT-HISTORY-FILE
                 AT END SET WS-CF-EOF TO TRUE
                 NOT AT END
                    IF FS-ALH-LINE(1:7) = "ALERTE;"
                       AND FS-ALH-LINE(8:5) IS NUMERIC
                       MOVE FS-ALH-LINE(8:5) TO WS-CF-ID-IN
                       IF WS-CF-ID-IN > WS-ALR-NEXT-ID
                          MOVE WS-CF-ID-IN TO WS-ALR-NEXT-ID
                       END-IF
                    END-IF
              END-READ
           END-PERFORM

           IF FC-ALH NOT = "35"
              CLOSE ALERT-HISTORY-FILE
           END-IF
           EXIT.

       PROC-ALR-LOAD-ONE.
           IF WS-ALR-COUNT > 0
              MOVE WS-ALR-ID(WS-ALR-COUNT) TO WS-CF-ID-DISPLAY
           END-IF
           EVALUATE TRUE
              WHEN FS-ALR-LINE(1:7) = "ALERTE;"
                 AND WS-ALR-COUNT < WS-ALR-CAPACITY
                 ADD 1 TO WS-ALR-COUNT
                 PERFORM PROC-ALR-PARSE
              WHEN FS-ALR-LINE(1:7) = "ALERTE;"
                 ADD 1 TO WS-CF-ALR-LOST-COUNT
              WHEN FS-ALR-LINE(1:4) = "MVT;"
                 AND WS-ALR-COUNT > 0
                 AND FS-ALR-LINE(5:5) = WS-CF-ID-DISPLAY
                 AND WS-ALR-MVT-COUNT(WS-ALR-COUNT) < 10
                 ADD 1 TO WS-ALR-MVT-COUNT(WS-ALR-COUNT)
                 MOVE WS-ALR-MVT-COUNT(WS-ALR-COUNT) TO WS-ALR-MDX
                 MOVE FS-ALR-LINE(11:120) TO
                    WS-ALR-MVT(WS-ALR-COUNT, WS-ALR-MDX)
           END-EVALUATE
           EXIT.

       PROC-ALR-PARSE.
           MOVE SPACES TO WS-CF-DUMMY
           MOVE SPACES TO WS-CF-F1 WS-CF-F2 WS-CF-F3 WS-CF-F4
           MOVE SPACES TO WS-CF-F5 WS-CF-F6 WS-CF-F7 WS-CF-F8
           MOVE SPACES TO WS-CF-F9 WS-CF-F10 WS-CF-F11 WS-CF-F12
           MOVE SPACES TO WS-CF-F13
           INSPECT FS-ALR-LINE REPLACING ALL ";" BY "|"
           UNSTRING FS-ALR-LINE DELIMITED BY "|"
               INTO WS-CF-DUMMY, WS-CF-F1, WS-CF-F2, WS-CF-F3,
                    WS-CF-F4, WS-CF-F5, WS-CF-F6, WS-CF-F7,
                    WS-CF-F8, WS-CF-F9, WS-CF-F10, WS-CF-F11,
                    WS-CF-F12, WS-CF-F13

           IF FUNCTION TEST-NUMVAL (WS-CF-F1) = 0
              COMPUTE WS-ALR-ID(WS-ALR-COUNT) =
                 FUNCTION NUMVAL (WS-CF-F1)
           END-IF
           MOVE WS-CF-F2(1:1) TO WS-ALR-STATUS(WS-ALR-COUNT)
           IF WS-ALR-STATUS(WS-ALR-COUNT) NOT = "J"
              AND WS-ALR-STATUS(WS-ALR-COUNT) NOT = "D"
              MOVE "O" TO WS-ALR-STATUS(WS-ALR-COUNT)
           END-IF
           MOVE WS-CF-F3 TO WS-ALR-RULE(WS-ALR-COUNT)
           MOVE WS-CF-F4 TO WS-ALR-NAME(WS-ALR-COUNT)
           IF FUNCTION TEST-NUMVAL (WS-CF-F5) = 0
              COMPUTE WS-ALR-FROM(WS-ALR-COUNT) =
                 FUNCTION NUMVAL (WS-CF-F5)
           END-IF
           IF FUNCTION TEST-NUMVAL (WS-CF-F6) = 0
              COMPUTE WS-ALR-TO(WS-ALR-COUNT) =
                 FUNCTION NUMVAL (WS-CF-F6)
           END-IF
           IF FUNCTION TEST-NUMVAL (WS-CF-F7) = 0
              COMPUTE WS-ALR-AMOUNT(WS-ALR-COUNT) =
                 FUNCTION NUMVAL (WS-CF-F7)
           END-IF
           IF FUNCTION TEST-NUMVAL (WS-CF-F8) = 0
              COMPUTE WS-ALR-NB(WS-ALR-COUNT) =
                 FUNCTION NUMVAL (WS-CF-F8)
           END-IF
           MOVE WS-CF-F9 TO WS-ALR-DETAIL(WS-ALR-COUNT)
           MOVE WS-CF-F10 TO WS-ALR-REF(WS-ALR-COUNT)
           IF FUNCTION TEST-NUMVAL (WS-CF-F11) = 0
              COMPUTE WS-ALR-CREATED(WS-ALR-COUNT) =
                 FUNCTION NUMVAL (WS-CF-F11)
           END-IF
           IF FUNCTION TEST-NUMVAL (WS-CF-F12) = 0
              COMPUTE WS-ALR-STAT-DATE(WS-ALR-COUNT) =
                 FUNCTION NUMVAL (WS-CF-F12)
           END-IF
           MOVE WS-CF-F13 TO WS-ALR-OPER(WS-ALR-COUNT)
           MOVE "N" TO WS-ALR-HIT(WS-ALR-COUNT)
           MOVE ZERO TO WS-ALR-MVT-COUNT(WS-ALR-COUNT)

           IF WS-ALR-ID(WS-ALR-COUNT) > WS-ALR-NEXT-ID
              MOVE WS-ALR-ID(WS-ALR-COUNT) TO WS-ALR-NEXT-ID
           END-IF
           EXIT.

      *    REECRIT alertes.txt A PARTIR DE LA TABLE ET COMPTE LES
      *    ALERTES PAR STATUT - UNE ALERTE JUSTIFIEE OU DECLAREE DONT
      *    LA DERNIERE DATE (AU) PRECEDE LA DATE DE COUPURE EST
      *    AJOUTEE A alertes_historique.txt ET QUITTE alertes.txt
       PROC-ALR-SAVE.
           MOVE ZERO TO WS-CF-OPEN-COUNT
           MOVE ZERO TO WS-CF-JUST-COUNT
           MOVE ZERO TO WS-CF-DECL-COUNT
           MOVE ZERO TO WS-CF-HIST-COUNT
           OPEN OUTPUT ALERT-FILE
           IF FC-ALR NOT = "00"
              DISPLAY "Erreur à l'ouverture"
              DISPLAY "FS ALERTES: " FC-ALR
           ELSE
              SET WS-ALH-NOT-OPEN TO TRUE
              OPEN EXTEND ALERT-HISTORY-FILE
              IF FC-ALH = "35"
                 OPEN OUTPUT ALERT-HISTORY-FILE
              END-IF
              IF FC-ALH = "00"
                 SET WS-ALH-OPEN TO TRUE
              END-IF
              PERFORM VARYING WS-ALR-IDX FROM 1 BY 1
                 UNTIL WS-ALR-IDX > WS-ALR-COUNT
                 PERFORM PROC-ALR-SAVE-ONE
              END-PERFORM
              IF WS-ALH-OPEN
                 CLOSE ALERT-HISTORY-FILE
              END-IF
              CLOSE ALERT-FILE
           END-IF
           EXIT.

       PROC-ALR-SAVE-ONE.
           SET WS-ALR-TO-CURRENT TO TRUE
           IF WS-ALH-OPEN
              AND (WS-ALR-STATUS(WS-ALR-IDX) = "J"
                OR WS-ALR-STATUS(WS-ALR-IDX) = "D")
              AND WS-ALR-TO(WS-ALR-IDX) < WS-CF-CUTOFF
              SET WS-ALR-TO-HIST TO TRUE
           END-IF
           MOVE WS-ALR-ID(WS-ALR-IDX) TO WS-CF-ID-DISPLAY
           MOVE WS-ALR-AMOUNT(WS-ALR-IDX) TO WS-CF-AMT-DISPLAY
           MOVE WS-ALR-NB(WS-ALR-IDX) TO WS-CF-NB-DISPLAY
           MOVE SPACES TO FS-ALR-LINE
           STRING
              "ALERTE;" DELIMITED BY SIZE
              WS-CF-ID-DISPLAY DELIMITED BY SIZE
              ";" DELIMITED BY SIZE
              WS-ALR-STATUS(WS-ALR-IDX) DELIMITED BY SIZE
              ";" DELIMITED BY SIZE
              FUNCTION TRIM (WS-ALR-RULE(WS-ALR-IDX))
                 DELIMITED BY SIZE
              ";" DELIMITED BY SIZE
              FUNCTION TRIM (WS-ALR-NAME(WS-ALR-IDX))
                 DELIMITED BY SIZE
              ";" DELIMITED BY SIZE
              WS-ALR-FROM(WS-ALR-IDX) DELIMITED BY SIZE
              ";" DELIMITED BY SIZE
              WS-ALR-TO(WS-ALR-IDX) DELIMITED BY SIZE
              ";" DELIMITED BY SIZE
              FUNCTION TRIM (WS-CF-AMT-DISPLAY) DELIMITED BY SIZE
              ";" DELIMITED BY SIZE
              FUNCTION TRIM (WS-CF-NB-DISPLAY) DELIMITED BY SIZE
              ";" DELIMITED BY SIZE
              FUNCTION TRIM (WS-ALR-DETAIL(WS-ALR-IDX))
                 DELIMITED BY SIZE
              ";" DELIMITED BY SIZE
              FUNCTION TRIM (WS-ALR-REF(WS-ALR-IDX))
                 DELIMITED BY SIZE
              ";" DELIMITED BY SIZE
              WS-ALR-CREATED(WS-ALR-IDX) DELIMITED BY SIZE
              ";" DELIMITED BY SIZE
              WS-ALR-STAT-DATE(WS-ALR-IDX) DELIMITED BY SIZE
              ";" DELIMITED BY SIZE
              FUNCTION TRIM (WS-ALR-OPER(WS-ALR-IDX))
                 DELIMITED BY SIZE
              INTO FS-ALR-LINE
           END-STRING
           PERFORM PROC-ALR-WRITE-LINE

           PERFORM VARYING WS-ALR-MDX FROM 1 BY 1
              UNTIL WS-ALR-MDX > WS-ALR-MVT-COUNT(WS-ALR-IDX)
              MOVE SPACES TO FS-ALR-LINE
              STRING
                 "MVT;" DELIMITED BY SIZE
                 WS-CF-ID-DISPLAY DELIMITED BY SIZE
                 ";" DELIMITED BY SIZE
                 FUNCTION TRIM
                    (WS-ALR-MVT(WS-ALR-IDX, WS-ALR-MDX) TRAILING)
                    DELIMITED BY SIZE
                 INTO FS-ALR-LINE
              END-STRING
              PERFORM PROC-ALR-WRITE-LINE
           END-PERFORM

           EVALUATE TRUE
              WHEN WS-ALR-TO-HIST
                 ADD 1 TO WS-CF-HIST-COUNT
              WHEN WS-ALR-STATUS(WS-ALR-IDX) = "J"
                 ADD 1 TO WS-CF-JUST-COUNT
              WHEN WS-ALR-STATUS(WS-ALR-IDX) = "D"
                 ADD 1 TO WS-CF-DECL-COUNT
              WHEN OTHER
                 ADD 1 TO WS-CF-OPEN-COUNT
           END-EVALUATE
           EXIT.

       PROC-ALR-WRITE-LINE.
           IF WS-ALR-TO-HIST
              MOVE FS-ALR-LINE TO FS-ALH-LINE
              WRITE FS-ALH-LINE
           ELSE
              WRITE FS-ALR-LINE
           END-IF
           EXIT.

      *    RELIT LES MOUVEMENTS COMPTABILISES : ARCHIVES DU JOURNAL
      *    DANS L'ORDRE DU CATALOGUE (PROC-EOD-ARCHIVE-JRN), PUIS LE
      *    JOURNAL DU JOUR QUI N'A PAS ENCORE ETE ARCHIVE - UNE
      *    ARCHIVE DATEE D'AVANT LA COUPURE N'EST PAS OUVERTE
       PROC-CF-COLLECT.
           MOVE ZERO TO WS-CFM-COUNT
           INITIALIZE TAB-CF-MVT
           SET WS-CF-CAT-NOT-EOF TO TRUE
           OPEN INPUT ARCHIVE-CATALOG-FILE
           IF FC-CAT NOT = "00"
              SET WS-CF-CAT-EOF TO TRUE
           END-IF

           PERFORM UNTIL WS-CF-CAT-EOF
              READ ARCHIVE-CATALOG-FILE
                 AT END SET WS-CF-CAT-EOF TO TRUE
                 NOT AT END
                    MOVE ZERO TO WS-CF-CAT-DATE
                    IF FS-CAT-LINE(9:8) IS NUMERIC
                       MOVE FS-CAT-LINE(9:8) TO WS-CF-CAT-DATE
                    END-IF
                    IF FS-CAT-LINE(1:8) = "journal_"
                       AND WS-CF-CAT-DATE >= WS-CF-CUTOFF
                       MOVE FS-CAT-LINE(1:30) TO WS-HK-ARCHIVE-NAME
                       PERFORM PROC-CF-SCAN-ARCHIVE
                    END-IF
              END-READ
           END-PERFORM

           IF FC-CAT NOT = "35"
              CLOSE ARCHIVE-CATALOG-FILE
           END-IF

           PERFORM PROC-CF-SCAN-JRN
           EXIT.

       PROC-CF-SCAN-ARCHIVE.
           SET WS-CF-NOT-EOF TO TRUE
           OPEN INPUT ARCHIVE-FILE
           IF FC-ARC NOT = "00"
              SET WS-CF-EOF TO TRUE
           ELSE
              ADD 1 TO WS-CF-FILE-COUNT
           END-IF

           PERFORM UNTIL WS-CF-EOF
              READ ARCHIVE-FILE
                 AT END SET WS-CF-EOF TO TRUE
                 NOT AT END
                    MOVE FS-ARC-LINE TO WS-CF-LINE
                    PERFORM PROC-CF-TEST-LINE
              END-READ
           END-PERFORM

           IF FC-ARC NOT = "35"
              CLOSE ARCHIVE-FILE
           END-IF
           EXIT.

       PROC-CF-SCAN-JRN.
           SET WS-CF-NOT-EOF TO TRUE
           OPEN INPUT JOURNAL-FILE
           IF FC-JRN NOT = "00"
              SET WS-CF-EOF TO TRUE
           ELSE
              ADD 1 TO WS-CF-FILE-COUNT
           END-IF

           PERFORM UNTIL WS-CF-EOF
              READ JOURNAL-FILE
                 AT END SET WS-CF-EOF TO TRUE
                 NOT AT END
                    MOVE FS-JRN-LINE TO WS-CF-LINE
                    PERFORM PROC-CF-TEST-LINE
              END-READ
           END-PERFORM

           IF FC-JRN NOT = "35"
              CLOSE JOURNAL-FILE
           END-IF
           EXIT.

      *    RETIENT UNE LIGNE COMPTABILISEE DU JOURNAL (DEPOT, RETRAIT
      *    OU JAMBE DEBIT D'UN VIREMENT - LA JAMBE CREDIT FERAIT
      *    DOUBLE EMPLOI) : LA DATE DE VALEUR EST LE DERNIER MOT
      *    AVANT " MONTANT=", LE CLIENT CE QUI PRECEDE, LE MONTANT
      *    CE QUI SUIT JUSQU'A " DATE=" - UNE LIGNE OU L'UN DES DEUX
      *    MANQUE (LIGNE COUPEE) OU ILLISIBLE EST REJETEE ET COMPTEE
       PROC-CF-TEST-LINE.
           IF WS-CF-LINE(1:14) = "COMPTABILISEE "
              AND WS-CF-LINE(15:15) NOT = "VIREMENT CREDIT"
              MOVE SPACES TO WS-CF-HEAD
              MOVE SPACES TO WS-CF-REST
              MOVE SPACES TO WS-CF-AMT-TEXT
              MOVE SPACES TO WS-CF-TYPE
              MOVE SPACES TO WS-CF-NAME
              MOVE SPACES TO WS-CF-CPTY
              MOVE SPACES TO WS-CF-DATE-TEXT
              MOVE ZERO TO WS-CF-POS
              MOVE ZERO TO WS-CF-TALLY
              UNSTRING WS-CF-LINE DELIMITED BY " MONTANT="
                  INTO WS-CF-HEAD, WS-CF-REST
                  TALLYING IN WS-CF-TALLY
              UNSTRING WS-CF-REST DELIMITED BY " DATE="
                  INTO WS-CF-AMT-TEXT, WS-CF-DUMMY
                  TALLYING IN WS-CF-TALLY
              COMPUTE WS-CF-LEN = FUNCTION LENGTH
                 (FUNCTION TRIM (WS-CF-HEAD TRAILING))
              MOVE SPACES TO WS-CF-DUMMY
              MOVE FUNCTION REVERSE (WS-CF-HEAD(1:WS-CF-LEN))
                 TO WS-CF-DUMMY
              MOVE ZERO TO WS-CF-DLEN
              INSPECT WS-CF-DUMMY TALLYING WS-CF-DLEN
                 FOR CHARACTERS BEFORE INITIAL SPACE
              IF WS-CF-DLEN < WS-CF-LEN AND WS-CF-DLEN <= 10
                 COMPUTE WS-CF-POS = WS-CF-LEN - WS-CF-DLEN
                 MOVE WS-CF-HEAD(WS-CF-POS + 1:WS-CF-DLEN) TO
                    WS-CF-DATE-TEXT
              END-IF

              EVALUATE TRUE
                 WHEN WS-CF-HEAD(15:15) = "VIREMENT DEBIT "
                    AND WS-CF-POS > 31
                    MOVE "VIREMENT" TO WS-CF-TYPE
                    MOVE SPACES TO WS-CF-BODY
                    MOVE WS-CF-HEAD(31:WS-CF-POS - 31) TO WS-CF-BODY
                    UNSTRING WS-CF-BODY DELIMITED BY " VERS "
                        INTO WS-CF-NAME, WS-CF-CPTY
                 WHEN WS-CF-POS > 26
                    MOVE WS-CF-HEAD(15:10) TO WS-CF-TYPE
                    MOVE WS-CF-HEAD(26:WS-CF-POS - 26) TO WS-CF-NAME
              END-EVALUATE

              IF (WS-CF-TYPE = "DEPOT" OR WS-CF-TYPE = "RETRAIT"
                 OR WS-CF-TYPE = "VIREMENT")
                 AND WS-CF-NAME NOT = SPACES
                 AND WS-CF-TALLY = 4
                 AND FUNCTION TEST-NUMVAL (WS-CF-AMT-TEXT) = 0
                 PERFORM PROC-CF-KEEP-LINE
              ELSE
                 ADD 1 TO WS-CF-BAD-COUNT
              END-IF
           END-IF
           EXIT.

      *    UN MOUVEMENT DONT LA DATE DE VALEUR PRECEDE LA COUPURE EST
      *    HORS PERIODE, UNE DATE DE VALEUR INVALIDE FAIT REJETER LA
      *    LIGNE

       PROC-CF-KEEP-LINE.
           MOVE ZERO TO WS-DATE-DAY
           MOVE ZERO TO WS-DATE-MONTH
           MOVE ZERO TO WS-DATE-YEAR
           UNSTRING WS-CF-DATE-TEXT DELIMITED BY "/"
               INTO WS-DATE-DAY, WS-DATE-MONTH, WS-DATE-YEAR
           PERFORM PROC-VALIDATE-DATE

           MOVE ZERO TO WS-CF-DATE
           IF WS-DATE-VALID AND WS-DATE-YEAR > 1600
              COMPUTE WS-CF-DATE =
                 WS-DATE-YEAR * 10000 + WS-DATE-MONTH * 100
                 + WS-DATE-DAY
           ELSE
              ADD 1 TO WS-CF-BAD-COUNT
           END-IF

           IF WS-CF-DATE > 0 AND WS-CF-DATE < WS-CF-CUTOFF
              ADD 1 TO WS-CF-SKIP-COUNT
           END-IF

           IF WS-CF-DATE >= WS-CF-CUTOFF
              ADD 1 TO WS-CF-READ-COUNT
              IF WS-CFM-COUNT < WS-CFM-CAPACITY
                 ADD 1 TO WS-CFM-COUNT
                 MOVE WS-CF-DATE TO WS-CFM-DATE(WS-CFM-COUNT)
                 COMPUTE WS-CFM-DAY(WS-CFM-COUNT) =
                    FUNCTION INTEGER-OF-DATE
                       (WS-CFM-DATE(WS-CFM-COUNT))
                 MOVE WS-CF-TYPE TO WS-CFM-TYPE(WS-CFM-COUNT)
                 MOVE FUNCTION TRIM (WS-CF-NAME) TO
                    WS-CFM-NAME(WS-CFM-COUNT)
                 MOVE FUNCTION TRIM (WS-CF-CPTY) TO
                    WS-CFM-CPTY(WS-CFM-COUNT)
                 COMPUTE WS-CFM-AMOUNT(WS-CFM-COUNT) =
                    FUNCTION NUMVAL (WS-CF-AMT-TEXT)
                 MOVE "N" TO WS-CFM-USED(WS-CFM-COUNT)
              ELSE
                 ADD 1 TO WS-CF-LOST-COUNT
              END-IF
           END-IF
           EXIT.

      *    TRI A BULLES DES MOUVEMENTS PAR DATE DE VALEUR - STABLE :
      *    A DATE EGALE, L'ORDRE DE COMPTABILISATION EST CONSERVE -
      *    LES MOUVEMENTS ARRIVENT PRESQUE TOUS DANS L'ORDRE, LE TRI
      *    S'ARRETE AU PREMIER PASSAGE SANS ECHANGE
       PROC-CF-SORT.
           SET WS-CFM-SWAPPED TO TRUE
           PERFORM VARYING WS-CFM-IDX FROM 1 BY 1
              UNTIL WS-CFM-IDX >= WS-CFM-COUNT OR WS-CFM-NOT-SWAPPED
              SET WS-CFM-NOT-SWAPPED TO TRUE
              PERFORM VARYING WS-CFM-JDX FROM 1 BY 1
                 UNTIL WS-CFM-JDX > WS-CFM-COUNT - WS-CFM-IDX
                 IF WS-CFM-DAY(WS-CFM-JDX) >
                    WS-CFM-DAY(WS-CFM-JDX + 1)
                    MOVE WS-CFM-RECORD(WS-CFM-JDX) TO TMP-CFM-ITEM
                    MOVE WS-CFM-RECORD(WS-CFM-JDX + 1) TO
                       WS-CFM-RECORD(WS-CFM-JDX)
                    MOVE TMP-CFM-ITEM TO WS-CFM-RECORD(WS-CFM-JDX + 1)
                    SET WS-CFM-SWAPPED TO TRUE
                 END-IF
              END-PERFORM
           END-PERFORM
           EXIT.

      *    REGLE SEUIL : TOUT DEPOT, RETRAIT OU VIREMENT D'UN MONTANT
      *    SUPERIEUR AU SEUIL DE DECLARATION
       PROC-CF-RULE-SEUIL.
           PERFORM VARYING WS-CFM-IDX FROM 1 BY 1
              UNTIL WS-CFM-IDX > WS-CFM-COUNT
              IF WS-CFM-AMOUNT(WS-CFM-IDX) > WS-CF-THRESHOLD
                 PERFORM PROC-CF-NEW-INIT
                 MOVE "SEUIL" TO WS-CFN-RULE
                 MOVE WS-CFM-NAME(WS-CFM-IDX) TO WS-CFN-NAME
                 MOVE WS-CFM-DATE(WS-CFM-IDX) TO WS-CFN-FROM
                 MOVE WS-CFM-DATE(WS-CFM-IDX) TO WS-CFN-TO
                 MOVE WS-CFM-AMOUNT(WS-CFM-IDX) TO WS-CFN-AMOUNT
                 MOVE 1 TO WS-CFN-NB
                 MOVE WS-CFM-AMOUNT(WS-CFM-IDX) TO WS-CF-AMT-DISPLAY
                 STRING
                    FUNCTION TRIM (WS-CFM-TYPE(WS-CFM-IDX))
                       DELIMITED BY SIZE
                    " " DELIMITED BY SIZE
                    FUNCTION TRIM (WS-CF-AMT-DISPLAY)
                       DELIMITED BY SIZE
                    INTO WS-CFN-DETAIL
                 END-STRING
                 IF WS-CFM-TYPE(WS-CFM-IDX) = "VIREMENT"
                    STRING
                       "VERS " DELIMITED BY SIZE
                       FUNCTION TRIM (WS-CFM-CPTY(WS-CFM-IDX))
                          DELIMITED BY SIZE
                       INTO WS-CFN-REF
                    END-STRING
                 END-IF
                 MOVE WS-CFM-IDX TO WS-CFM-KDX
                 PERFORM PROC-CF-ADD-MVT
                 ADD 1 TO WS-CF-SEUIL-COUNT
                 PERFORM PROC-CF-RAISE
              END-IF
           END-PERFORM
           EXIT.

      *    REGLE STRUCTURATION : AU MOINS WS-CF-STR-MIN DEPOTS DU
      *    MEME CLIENT ENTRE WS-CF-LOW ET LE SEUIL DANS UNE FENETRE
      *    DE WS-CF-STR-DAYS JOURS A PARTIR DU PREMIER - LES DEPOTS
      *    RETENUS NE SERVENT PAS A UNE SECONDE ALERTE
       PROC-CF-RULE-STRUCT.
           PERFORM VARYING WS-CFM-IDX FROM 1 BY 1
              UNTIL WS-CFM-IDX > WS-CFM-COUNT
              IF WS-CFM-TYPE(WS-CFM-IDX) = "DEPOT"
                 AND WS-CFM-USED(WS-CFM-IDX) NOT = "O"
                 AND WS-CFM-AMOUNT(WS-CFM-IDX) >= WS-CF-LOW
                 AND WS-CFM-AMOUNT(WS-CFM-IDX) <= WS-CF-THRESHOLD
                 PERFORM PROC-CF-STRUCT-FROM
              END-IF
           END-PERFORM
           EXIT.

       PROC-CF-STRUCT-FROM.
           MOVE ZERO TO WS-CF-NB
           MOVE ZERO TO WS-CF-SUM
           COMPUTE WS-CF-LAST-DAY =
              WS-CFM-DAY(WS-CFM-IDX) + WS-CF-STR-DAYS - 1
           PERFORM VARYING WS-CFM-JDX FROM WS-CFM-IDX BY 1
              UNTIL WS-CFM-JDX > WS-CFM-COUNT
              IF WS-CFM-NAME(WS-CFM-JDX) = WS-CFM-NAME(WS-CFM-IDX)
                 AND WS-CFM-TYPE(WS-CFM-JDX) = "DEPOT"
                 AND WS-CFM-USED(WS-CFM-JDX) NOT = "O"
                 AND WS-CFM-AMOUNT(WS-CFM-JDX) >= WS-CF-LOW
                 AND WS-CFM-AMOUNT(WS-CFM-JDX) <= WS-CF-THRESHOLD
                 AND WS-CFM-DAY(WS-CFM-JDX) <= WS-CF-LAST-DAY
                 ADD 1 TO WS-CF-NB
                 ADD WS-CFM-AMOUNT(WS-CFM-JDX) TO WS-CF-SUM
                 MOVE WS-CFM-DATE(WS-CFM-JDX) TO WS-CF-LAST-DATE
              END-IF
           END-PERFORM

           IF WS-CF-NB >= WS-CF-STR-MIN AND WS-CF-NB > 1
              PERFORM PROC-CF-NEW-INIT
              MOVE "STRUCTURATION" TO WS-CFN-RULE
              MOVE WS-CFM-NAME(WS-CFM-IDX) TO WS-CFN-NAME
              MOVE WS-CFM-DATE(WS-CFM-IDX) TO WS-CFN-FROM
              MOVE WS-CF-LAST-DATE TO WS-CFN-TO
              MOVE WS-CF-SUM TO WS-CFN-AMOUNT
              MOVE WS-CF-NB TO WS-CFN-NB
              MOVE "DEPOTS SOUS LE SEUIL" TO WS-CFN-DETAIL
              MOVE WS-CF-THRESHOLD TO WS-CF-AMT-DISPLAY
              STRING
                 "SEUIL " DELIMITED BY SIZE
                 FUNCTION TRIM (WS-CF-AMT-DISPLAY) DELIMITED BY SIZE
                 INTO WS-CFN-REF
              END-STRING
              PERFORM VARYING WS-CFM-JDX FROM WS-CFM-IDX BY 1
                 UNTIL WS-CFM-JDX > WS-CFM-COUNT
                 IF WS-CFM-NAME(WS-CFM-JDX) = WS-CFM-NAME(WS-CFM-IDX)
                    AND WS-CFM-TYPE(WS-CFM-JDX) = "DEPOT"
                    AND WS-CFM-USED(WS-CFM-JDX) NOT = "O"
                    AND WS-CFM-AMOUNT(WS-CFM-JDX) >= WS-CF-LOW
                    AND WS-CFM-AMOUNT(WS-CFM-JDX) <= WS-CF-THRESHOLD
                    AND WS-CFM-DAY(WS-CFM-JDX) <= WS-CF-LAST-DAY
                    MOVE "O" TO WS-CFM-USED(WS-CFM-JDX)
                    MOVE WS-CFM-JDX TO WS-CFM-KDX
                    PERFORM PROC-CF-ADD-MVT
                 END-IF
              END-PERFORM
              ADD 1 TO WS-CF-STR-COUNT
              PERFORM PROC-CF-RAISE
           END-IF
           EXIT.

      *    REGLE CHAINE : UN VIREMENT A -> B SUIVI, DANS LES
      *    WS-CF-CHAIN-DAYS JOURS, D'UN VIREMENT B -> C (C AUTRE QUE
      *    A) QUI REPREND AU MOINS WS-CF-CHAIN-RATE % DU MONTANT
       PROC-CF-RULE-CHAIN.
           PERFORM VARYING WS-CFM-IDX FROM 1 BY 1
              UNTIL WS-CFM-IDX > WS-CFM-COUNT
              IF WS-CFM-TYPE(WS-CFM-IDX) = "VIREMENT"
                 PERFORM PROC-CF-CHAIN-FROM
              END-IF
           END-PERFORM
           EXIT.

       PROC-CF-CHAIN-FROM.
           COMPUTE WS-CF-LAST-DAY =
              WS-CFM-DAY(WS-CFM-IDX) + WS-CF-CHAIN-DAYS
           PERFORM VARYING WS-CFM-JDX FROM WS-CFM-IDX BY 1
              UNTIL WS-CFM-JDX > WS-CFM-COUNT
              IF WS-CFM-JDX > WS-CFM-IDX
                 AND WS-CFM-TYPE(WS-CFM-JDX) = "VIREMENT"
                 AND WS-CFM-NAME(WS-CFM-JDX) = WS-CFM-CPTY(WS-CFM-IDX)
                 AND WS-CFM-CPTY(WS-CFM-JDX) NOT =
                    WS-CFM-NAME(WS-CFM-IDX)
                 AND WS-CFM-DAY(WS-CFM-JDX) <= WS-CF-LAST-DAY
                 AND WS-CFM-AMOUNT(WS-CFM-JDX) * 100 >=
                    WS-CFM-AMOUNT(WS-CFM-IDX) * WS-CF-CHAIN-RATE
                 PERFORM PROC-CF-CHAIN-RAISE
              END-IF
           END-PERFORM
           EXIT.

       PROC-CF-CHAIN-RAISE.
           PERFORM PROC-CF-NEW-INIT
           MOVE "CHAINE" TO WS-CFN-RULE
           MOVE WS-CFM-NAME(WS-CFM-IDX) TO WS-CFN-NAME
           MOVE WS-CFM-DATE(WS-CFM-IDX) TO WS-CFN-FROM
           MOVE WS-CFM-DATE(WS-CFM-JDX) TO WS-CFN-TO
           MOVE WS-CFM-AMOUNT(WS-CFM-IDX) TO WS-CFN-AMOUNT
           MOVE 2 TO WS-CFN-NB
           STRING
              FUNCTION TRIM (WS-CFM-CPTY(WS-CFM-IDX))
                 DELIMITED BY SIZE
              ">" DELIMITED BY SIZE
              FUNCTION TRIM (WS-CFM-CPTY(WS-CFM-JDX))
                 DELIMITED BY SIZE
              INTO WS-CFN-DETAIL
           END-STRING
           MOVE WS-CFM-AMOUNT(WS-CFM-JDX) TO WS-CF-AMT-DISPLAY
           STRING
              "REPRIS " DELIMITED BY SIZE
              FUNCTION TRIM (WS-CF-AMT-DISPLAY) DELIMITED BY SIZE
              INTO WS-CFN-REF
           END-STRING
           MOVE WS-CFM-IDX TO WS-CFM-KDX
           PERFORM PROC-CF-ADD-MVT
           MOVE WS-CFM-JDX TO WS-CFM-KDX
           PERFORM PROC-CF-ADD-MVT
           ADD 1 TO WS-CF-CHAIN-COUNT
           PERFORM PROC-CF-RAISE
           EXIT.

      *    REGLE VOLUME : CUMUL MENSUEL PAR CLIENT (MOUVEMENTS EMIS ET
      *    VIREMENTS RECUS) - UN MOIS EST SIGNALE S'IL DEPASSE
      *    WS-CF-VOL-MULT FOIS LA MOYENNE DES AUTRES MOIS DU CLIENT
       PROC-CF-RULE-VOLUME.
           MOVE ZERO TO WS-CFV-COUNT
           INITIALIZE TAB-CF-VOL
           PERFORM VARYING WS-CFM-IDX FROM 1 BY 1
              UNTIL WS-CFM-IDX > WS-CFM-COUNT
              MOVE WS-CFM-NAME(WS-CFM-IDX) TO WS-CF-NAME
              PERFORM PROC-CF-VOL-ADD
              IF WS-CFM-TYPE(WS-CFM-IDX) = "VIREMENT"
                 AND WS-CFM-CPTY(WS-CFM-IDX) NOT = SPACES
                 MOVE WS-CFM-CPTY(WS-CFM-IDX) TO WS-CF-NAME
                 PERFORM PROC-CF-VOL-ADD
              END-IF
           END-PERFORM

           PERFORM VARYING WS-CFV-IDX FROM 1 BY 1
              UNTIL WS-CFV-IDX > WS-CFV-COUNT
              PERFORM PROC-CF-VOL-CHECK
           END-PERFORM
           EXIT.

       PROC-CF-VOL-ADD.
           MOVE WS-CFM-DATE(WS-CFM-IDX)(1:6) TO WS-CF-MONTH
           SET WS-CFV-NOT-FOUND TO TRUE
           PERFORM VARYING WS-CFV-JDX FROM 1 BY 1
              UNTIL WS-CFV-JDX > WS-CFV-COUNT OR WS-CFV-FOUND
              IF WS-CFV-NAME(WS-CFV-JDX) = WS-CF-NAME
                 AND WS-CFV-MONTH(WS-CFV-JDX) = WS-CF-MONTH
                 SET WS-CFV-FOUND TO TRUE
              END-IF
           END-PERFORM

           IF WS-CFV-FOUND
              SUBTRACT 1 FROM WS-CFV-JDX
           ELSE
              IF WS-CFV-COUNT < WS-CFV-CAPACITY
                 ADD 1 TO WS-CFV-COUNT
                 MOVE WS-CFV-COUNT TO WS-CFV-JDX
                 MOVE WS-CF-NAME TO WS-CFV-NAME(WS-CFV-JDX)
                 MOVE WS-CF-MONTH TO WS-CFV-MONTH(WS-CFV-JDX)
                 SET WS-CFV-FOUND TO TRUE
              ELSE
                 ADD 1 TO WS-CF-VOL-LOST-COUNT
              END-IF
           END-IF

           IF WS-CFV-FOUND
              ADD WS-CFM-AMOUNT(WS-CFM-IDX) TO WS-CFV-TOTAL(WS-CFV-JDX)
              ADD 1 TO WS-CFV-NB(WS-CFV-JDX)
              IF WS-CFM-DATE(WS-CFM-IDX) > WS-CFV-LAST(WS-CFV-JDX)
                 MOVE WS-CFM-DATE(WS-CFM-IDX) TO WS-CFV-LAST(WS-CFV-JDX)
              END-IF
           END-IF
           EXIT.

       PROC-CF-VOL-CHECK.
           MOVE ZERO TO WS-CF-SUM
           MOVE ZERO TO WS-CF-OTHER-NB
           PERFORM VARYING WS-CFV-JDX FROM 1 BY 1
              UNTIL WS-CFV-JDX > WS-CFV-COUNT
              IF WS-CFV-JDX NOT = WS-CFV-IDX
                 AND WS-CFV-NAME(WS-CFV-JDX) = WS-CFV-NAME(WS-CFV-IDX)
                 ADD WS-CFV-TOTAL(WS-CFV-JDX) TO WS-CF-SUM
                 ADD 1 TO WS-CF-OTHER-NB
              END-IF
           END-PERFORM

           MOVE ZERO TO WS-CF-AVERAGE
           IF WS-CF-OTHER-NB > 0
              AND WS-CF-OTHER-NB >= WS-CF-VOL-MONTHS
              COMPUTE WS-CF-AVERAGE ROUNDED =
                 WS-CF-SUM / WS-CF-OTHER-NB
           END-IF

           IF WS-CF-AVERAGE > 0
              AND WS-CFV-TOTAL(WS-CFV-IDX) >
                 WS-CF-AVERAGE * WS-CF-VOL-MULT
              PERFORM PROC-CF-NEW-INIT
              MOVE "VOLUME" TO WS-CFN-RULE
              MOVE WS-CFV-NAME(WS-CFV-IDX) TO WS-CFN-NAME
              COMPUTE WS-CFN-FROM = WS-CFV-MONTH(WS-CFV-IDX) * 100 + 1
              MOVE WS-CFV-LAST(WS-CFV-IDX) TO WS-CFN-TO
              MOVE WS-CFV-TOTAL(WS-CFV-IDX) TO WS-CFN-AMOUNT
              MOVE WS-CFV-NB(WS-CFV-IDX) TO WS-CFN-NB
              STRING
                 "MOIS " DELIMITED BY SIZE
                 WS-CFV-MONTH(WS-CFV-IDX) DELIMITED BY SIZE
                 INTO WS-CFN-DETAIL
              END-STRING
              MOVE WS-CF-AVERAGE TO WS-CF-AMT-DISPLAY
              STRING
                 "MOYENNE " DELIMITED BY SIZE
                 FUNCTION TRIM (WS-CF-AMT-DISPLAY) DELIMITED BY SIZE
                 INTO WS-CFN-REF
              END-STRING
              MOVE WS-CFV-MONTH(WS-CFV-IDX) TO WS-CF-MONTH
              PERFORM VARYING WS-CFM-KDX FROM 1 BY 1
                 UNTIL WS-CFM-KDX > WS-CFM-COUNT
                 IF WS-CFM-DATE(WS-CFM-KDX)(1:6) = WS-CF-MONTH
                    AND (WS-CFM-NAME(WS-CFM-KDX) =
                       WS-CFV-NAME(WS-CFV-IDX)
                    OR (WS-CFM-TYPE(WS-CFM-KDX) = "VIREMENT"
                    AND WS-CFM-CPTY(WS-CFM-KDX) =
                       WS-CFV-NAME(WS-CFV-IDX)))
                    PERFORM PROC-CF-ADD-MVT
                 END-IF
              END-PERFORM
              ADD 1 TO WS-CF-VOL-COUNT
              PERFORM PROC-CF-RAISE
           END-IF
           EXIT.

       PROC-CF-NEW-INIT.
           MOVE SPACES TO WS-CFN-RULE
           MOVE SPACES TO WS-CFN-NAME
           MOVE SPACES TO WS-CFN-DETAIL
           MOVE SPACES TO WS-CFN-REF
           MOVE SPACES TO WS-CFN-MVTS
           MOVE ZERO TO WS-CFN-FROM
           MOVE ZERO TO WS-CFN-TO
           MOVE ZERO TO WS-CFN-AMOUNT
           MOVE ZERO TO WS-CFN-NB
           MOVE ZERO TO WS-CFN-MVT-COUNT
           EXIT.

      *    AJOUTE LE MOUVEMENT WS-CFM-KDX AUX MOUVEMENTS DE L'ALERTE
      *    EN COURS (DIX AU PLUS, LE NOMBRE TOTAL RESTE DANS NB MVTS)
       PROC-CF-ADD-MVT.
           IF WS-CFN-MVT-COUNT < 10
              ADD 1 TO WS-CFN-MVT-COUNT
              MOVE WS-CFM-AMOUNT(WS-CFM-KDX) TO WS-CF-AMT-DISPLAY
              STRING
                 WS-CFM-DATE(WS-CFM-KDX)(7:2) DELIMITED BY SIZE
                 "/" DELIMITED BY SIZE
                 WS-CFM-DATE(WS-CFM-KDX)(5:2) DELIMITED BY SIZE
                 "/" DELIMITED BY SIZE
                 WS-CFM-DATE(WS-CFM-KDX)(1:4) DELIMITED BY SIZE
                 ";" DELIMITED BY SIZE
                 FUNCTION TRIM (WS-CFM-TYPE(WS-CFM-KDX))
                    DELIMITED BY SIZE
                 ";" DELIMITED BY SIZE
                 FUNCTION TRIM (WS-CF-AMT-DISPLAY) DELIMITED BY SIZE
                 ";" DELIMITED BY SIZE
                 FUNCTION TRIM (WS-CFM-NAME(WS-CFM-KDX))
                    DELIMITED BY SIZE
                 ";" DELIMITED BY SIZE
                 FUNCTION TRIM (WS-CFM-CPTY(WS-CFM-KDX))
                    DELIMITED BY SIZE
                 INTO WS-CFN-MVT(WS-CFN-MVT-COUNT)
              END-STRING
           END-IF
           EXIT.

      *    FUSIONNE L'ALERTE EN COURS DANS LA TABLE : UNE ALERTE DEJA
      *    CONNUE (MEME REGLE, CLIENT, DEBUT ET DETAIL) GARDE SON
      *    NUMERO, SON STATUT ET SA DATE DE CREATION ET EST MISE A
      *    JOUR, SINON UNE ALERTE OUVERTE EST CREEE
       PROC-CF-RAISE.
           SET WS-ALR-NOT-FOUND TO TRUE
           PERFORM VARYING WS-ALR-IDX FROM 1 BY 1
              UNTIL WS-ALR-IDX > WS-ALR-COUNT OR WS-ALR-FOUND
              IF WS-ALR-RULE(WS-ALR-IDX) = WS-CFN-RULE
                 AND WS-ALR-NAME(WS-ALR-IDX) = WS-CFN-NAME
                 AND WS-ALR-FROM(WS-ALR-IDX) = WS-CFN-FROM
                 AND WS-ALR-DETAIL(WS-ALR-IDX) = WS-CFN-DETAIL
                 SET WS-ALR-FOUND TO TRUE
              END-IF
           END-PERFORM

           EVALUATE TRUE
              WHEN WS-ALR-FOUND
                 SUBTRACT 1 FROM WS-ALR-IDX
                 IF WS-ALR-HIT(WS-ALR-IDX) NOT = "O"
                    ADD 1 TO WS-CF-OLD-COUNT
                 END-IF
                 PERFORM PROC-CF-RAISE-FILL
              WHEN WS-ALR-COUNT < WS-ALR-CAPACITY
                 ADD 1 TO WS-ALR-COUNT
                 MOVE WS-ALR-COUNT TO WS-ALR-IDX
                 ADD 1 TO WS-ALR-NEXT-ID
                 MOVE WS-ALR-NEXT-ID TO WS-ALR-ID(WS-ALR-IDX)
                 MOVE "O" TO WS-ALR-STATUS(WS-ALR-IDX)
                 MOVE WS-CFN-RULE TO WS-ALR-RULE(WS-ALR-IDX)
                 MOVE WS-CFN-NAME TO WS-ALR-NAME(WS-ALR-IDX)
                 MOVE WS-CFN-FROM TO WS-ALR-FROM(WS-ALR-IDX)
                 MOVE WS-CFN-DETAIL TO WS-ALR-DETAIL(WS-ALR-IDX)
                 MOVE WS-BD-DATE TO WS-ALR-CREATED(WS-ALR-IDX)
                 MOVE WS-BD-DATE TO WS-ALR-STAT-DATE(WS-ALR-IDX)
                 MOVE WS-OP-ID TO WS-ALR-OPER(WS-ALR-IDX)
                 ADD 1 TO WS-CF-NEW-COUNT
                 PERFORM PROC-CF-RAISE-FILL
              WHEN OTHER
                 ADD 1 TO WS-CF-ALR-LOST-COUNT
           END-EVALUATE
           EXIT.

       PROC-CF-RAISE-FILL.
           MOVE WS-CFN-TO TO WS-ALR-TO(WS-ALR-IDX)
           MOVE WS-CFN-AMOUNT TO WS-ALR-AMOUNT(WS-ALR-IDX)
           MOVE WS-CFN-NB TO WS-ALR-NB(WS-ALR-IDX)
           MOVE WS-CFN-REF TO WS-ALR-REF(WS-ALR-IDX)
           MOVE WS-CFN-MVT-COUNT TO WS-ALR-MVT-COUNT(WS-ALR-IDX)
           MOVE WS-CFN-MVTS TO WS-ALR-MVTS(WS-ALR-IDX)
           MOVE "O" TO WS-ALR-HIT(WS-ALR-IDX)
           EXIT.

      *    LISTE DES ALERTES DE alertes.txt AVEC LEURS MOUVEMENTS,
      *    EVENTUELLEMENT LIMITEE A UN STATUT
       PROC-CF-LIST.
           PERFORM PROC-ALR-LOAD
           DISPLAY "Statut à lister (O ouverte, J justifiée, "
              "D déclarée, vide = toutes) : "
           MOVE SPACE TO WS-CF-STATUS-IN
           ACCEPT WS-CF-STATUS-IN
           MOVE ZERO TO WS-CF-OPEN-COUNT
           MOVE ZERO TO WS-CF-JUST-COUNT
           MOVE ZERO TO WS-CF-DECL-COUNT

           DISPLAY " "
           DISPLAY "NUMERO S REGLE         CLIENT"
              "                         DU       AU"
              "              MONTANT     NB"
           PERFORM VARYING WS-ALR-IDX FROM 1 BY 1
              UNTIL WS-ALR-IDX > WS-ALR-COUNT
              EVALUATE WS-ALR-STATUS(WS-ALR-IDX)
                 WHEN "J"
                    ADD 1 TO WS-CF-JUST-COUNT
                 WHEN "D"
                    ADD 1 TO WS-CF-DECL-COUNT
                 WHEN OTHER
                    ADD 1 TO WS-CF-OPEN-COUNT
              END-EVALUATE
              IF WS-CF-STATUS-IN = SPACE
                 OR WS-CF-STATUS-IN = WS-ALR-STATUS(WS-ALR-IDX)
                 PERFORM PROC-CF-SHOW-ALERT
                 ADD 1 TO WS-CF-ACTION-COUNT
              END-IF
           END-PERFORM
           IF WS-ALR-COUNT = 0
              DISPLAY "Aucune alerte."
           END-IF
           DISPLAY " "
           DISPLAY "Ouvertes : " WS-CF-OPEN-COUNT
              " Justifiées : " WS-CF-JUST-COUNT
              " Déclarées : " WS-CF-DECL-COUNT
           EXIT.

       PROC-CF-SHOW-ALERT.
           MOVE WS-ALR-AMOUNT(WS-ALR-IDX) TO WS-CF-AMT-DISPLAY
           MOVE WS-ALR-NB(WS-ALR-IDX) TO WS-CF-NB-DISPLAY
           DISPLAY WS-ALR-ID(WS-ALR-IDX) "  "
              WS-ALR-STATUS(WS-ALR-IDX) " "
              WS-ALR-RULE(WS-ALR-IDX) " "
              WS-ALR-NAME(WS-ALR-IDX)(1:30) " "
              WS-ALR-FROM(WS-ALR-IDX) " "
              WS-ALR-TO(WS-ALR-IDX) " "
              WS-CF-AMT-DISPLAY " "
              WS-CF-NB-DISPLAY
           DISPLAY "       " FUNCTION TRIM (WS-ALR-DETAIL(WS-ALR-IDX))
              " " FUNCTION TRIM (WS-ALR-REF(WS-ALR-IDX))
              " - CREEE LE " WS-ALR-CREATED(WS-ALR-IDX)
              ", STATUT LE " WS-ALR-STAT-DATE(WS-ALR-IDX)
              " PAR " FUNCTION TRIM (WS-ALR-OPER(WS-ALR-IDX))
           PERFORM VARYING WS-ALR-MDX FROM 1 BY 1
              UNTIL WS-ALR-MDX > WS-ALR-MVT-COUNT(WS-ALR-IDX)
              DISPLAY "       MVT " FUNCTION TRIM
                 (WS-ALR-MVT(WS-ALR-IDX, WS-ALR-MDX) TRAILING)
           END-PERFORM
           EXIT.

      *    CHANGE LE STATUT D'UNE ALERTE (O OUVERTE, J JUSTIFIEE,
      *    D DECLAREE) - LA DATE DE TRAITEMENT ET L'OPERATEUR SONT
      *    ENREGISTRES AVEC LE NOUVEAU STATUT
       PROC-CF-SET-STATUS.
           PERFORM PROC-ALR-LOAD
           IF WS-CF-ALR-LOST-COUNT > 0
              DISPLAY "*** TABLE DES ALERTES PLEINE - MISE A JOUR "
                 "REFUSEE, alertes.txt CONSERVE ***"
           ELSE
              DISPLAY "Numéro de l'alerte : "
              MOVE ZERO TO WS-CF-ID-IN
              ACCEPT WS-CF-ID-IN
              SET WS-ALR-NOT-FOUND TO TRUE
              PERFORM VARYING WS-ALR-IDX FROM 1 BY 1
                 UNTIL WS-ALR-IDX > WS-ALR-COUNT OR WS-ALR-FOUND
                 IF WS-ALR-ID(WS-ALR-IDX) = WS-CF-ID-IN
                    SET WS-ALR-FOUND TO TRUE
                 END-IF
              END-PERFORM

              IF WS-ALR-NOT-FOUND
                 DISPLAY "Alerte inconnue."
              ELSE
                 SUBTRACT 1 FROM WS-ALR-IDX
                 PERFORM PROC-CF-SHOW-ALERT
                 DISPLAY "Nouveau statut (O ouverte, J justifiée, "
                    "D déclarée) : "
                 MOVE SPACE TO WS-CF-STATUS-IN
                 ACCEPT WS-CF-STATUS-IN
                 IF WS-CF-STATUS-IN = "O" OR WS-CF-STATUS-IN = "J"
                    OR WS-CF-STATUS-IN = "D"
                    MOVE WS-CF-STATUS-IN TO WS-ALR-STATUS(WS-ALR-IDX)
                    MOVE WS-BD-DATE TO WS-ALR-STAT-DATE(WS-ALR-IDX)
                    MOVE WS-OP-ID TO WS-ALR-OPER(WS-ALR-IDX)
                    PERFORM PROC-ALR-SAVE
                    IF FC-ALR = "00"
                       DISPLAY "Alerte " WS-CF-ID-IN
                          " : statut " WS-CF-STATUS-IN "."
                       MOVE 1 TO WS-CF-ACTION-COUNT
                    END-IF
                 ELSE
                    DISPLAY "Statut invalide."
                 END-IF
              END-IF
           END-IF
           EXIT.

      *    INTERFACE FICHIER DE L'INVENTAIRE : EXPORT DELIMITE
