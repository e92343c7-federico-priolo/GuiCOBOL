      *---------------------------------------------------------------------
      *
      * Gui builder for OPENCOBOL
      * pre-release agar    15 october   2026  0.2.11    operator
      *  manual (-M): an HTML page per screen with fields, rules, help
      *  pages, keys and buttons, one per language catalog as well
      * pre-release agar    15 october   2026  0.2.10    maintain
      *  approve clause: sensitive changes wait in the approvals file
      *  until a second user applies them from agarapprova
      * pre-release agar    15 october   2026  0.2.9     companies:
      *  maintain, lines, history, loader and reconciliation files
      *  opened in the data directory of the company of the session
      * pre-release agar    15 october   2026  0.2.8     connector
      *  compatibility (-C): the verbs of a screen against agartui,
      *  agarweb, agarbatch and agarjson
      * pre-release agar    15 october   2026  0.2.7     JSON service
      *  connector (-J): a screen's rules called as an API
      * pre-release agar    15 october   2026  0.2.6     reconciliation
      *  (-q) of maintain files with their SQL mirror tables
      * pre-release agar    15 october   2026  0.2.5     bulk loader
      *  (-n) for maintain files: rules, rejects and restart
      * pre-release agar    15 october   2026  0.2.4     record history
      *  on maintain: before/after images, history window, restore
      * pre-release agar    15 october   2026  0.2.3     alternate keys
      *  on maintain, search by and browse pages in their order
      * pre-release agar    15 october   2026  0.2.2     master/detail
      *  maintain, header and lines in one operation
      * pre-release agar    15 october   2026  0.2.1     data lineage
      *  report of a manifest build
      * pre-release agar    23 august    2026  0.2.0     multi-line,
      *  prefixed verbs, site dictionaries, variants, manifest builds,
      *  inventories, error listings, output directories
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS  IS STATUS-CAT.

                SELECT ARK-CMP ASSIGN TO FILE-CMP
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS  IS STATUS-CMP.

                SELECT ARK-MAN ASSIGN TO FILE-MAN
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS  IS STATUS-MAN.

                SELECT ARK-HLP ASSIGN TO FILE-HLP
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS  IS STATUS-HLP.


        DATA DIVISION.
        FILE SECTION.
        01 REC-INV.
           02 DATI-INV                PIC X(160).

        FD ARK-CMP.
        01 REC-CMP.
           02 DATI-CMP                PIC X(132).

        FD ARK-RPT.
        01 REC-RPT.
           02 DATI-RPT                PIC X(120).
        01 REC-CAT.
           02 DATI-CAT                PIC X(160).

        FD ARK-MAN.
        01 REC-MAN.
           02 DATI-MAN                PIC X(1000).

        FD ARK-HLP.
        01 REC-HLP.
           02 DATI-HLP                PIC X(160).

        WORKING-STORAGE SECTION.
        01 COLOR-REQUIRED             PIC X(50) VALUE SPACE.
        01 TAB-FUNZIONE.
         07 FILE-XREF                 PIC X(200) VALUE SPACE.
         07 STATUS-XREF               PIC XX     VALUE SPACE.
         07 SW-BATCH                  PIC X      VALUE SPACE.
         07 SW-JSON                   PIC X      VALUE SPACE.
         07 SW-LITERALS               PIC X      VALUE SPACE.
         07 OPENED-TRN                PIC X      VALUE SPACE.
         07 FILE-TRN                  PIC X(200) VALUE SPACE.
           09 SAVE-LITERALS           PIC X.
           09 SAVE-ERRFILE            PIC X.
           09 SAVE-INV                PIC X.
           09 SAVE-COMPAT             PIC X.
           09 SAVE-MANUAL             PIC X.
           09 SAVE-CONNECTOR          PIC X(12).
           09 SAVE-OUTDIR             PIC X(120).
           09 SAVE-SIMBOLI            PIC 99.
         07 SW-RECON                  PIC X      VALUE SPACE.
         07 SW-STUBS                  PIC X      VALUE SPACE.
         07 SW-TESTDATA               PIC X      VALUE SPACE.
         07 SW-LOADER                 PIC X      VALUE SPACE.
         07 SW-IN-LOADER              PIC X      VALUE SPACE.
         07 LDR-CONTA-LINE            PIC 9(6)   VALUE ZEROS.
         07 LDR-CONNECTOR             PIC X(12)  VALUE SPACE.
         07 SW-RICONCILIA             PIC X      VALUE SPACE.
         07 RCN-EDIT                  PIC Z(4)9  VALUE ZEROS.
         07 CONTA-WNOMI               PIC 9(3)   VALUE ZEROS.
         07 TAB-WNOMI.
           09 WNOMI-ENTRY             OCCURS 100 TIMES.
             11 MNT-CHIAVE            PIC X(30).
             11 MNT-FILE-NOME         PIC X(80).
             11 MNT-ITEM-MAPPA        PIC X(36).
             11 MNT-DATI              PIC X(400).
             11 MNT-LUNGHEZZA         PIC 9(5).
             11 MNT-KEY-OFF           PIC 9(5).
             11 MNT-KEY-LEN           PIC 9(5).
             11 MNT-RIG-RECORD        PIC X(30).
             11 MNT-RIG-CHIAVE        PIC X(30).
             11 MNT-RIG-FILE          PIC X(80).
             11 MNT-RIG-ITEM-MAPPA    PIC X(36).
             11 MNT-RIG-DATI          PIC X(400).
             11 MNT-RIG-LUNGHEZZA     PIC 9(5).
             11 MNT-RIG-NUM-OFF       PIC 9(5).
             11 MNT-RIG-NUM-LEN       PIC 9(5).
             11 MNT-ALT-CONTA         PIC 9.
             11 MNT-ALT               OCCURS 5 TIMES.
               13 MNT-ALT-NOME        PIC X(30).
               13 MNT-ALT-OFF         PIC 9(5).
               13 MNT-ALT-LEN         PIC 9(5).
               13 MNT-ALT-DUP         PIC X.
             11 MNT-APP-OPS           PIC X(3).
             11 MNT-APP-CONTA         PIC 9.
             11 MNT-APP               OCCURS 5 TIMES.
               13 MNT-APP-NOME        PIC X(30).
               13 MNT-APP-OFF         PIC 9(5).
               13 MNT-APP-LEN         PIC 9(5).
         07 MNT-I                     PIC 99     VALUE ZEROS.
         07 MNT-J                     PIC 99     VALUE ZEROS.
         07 MNT-TESTO                 PIC X(400) VALUE SPACE.
         07 MNT-LEN-CAMPO             PIC 9(5)   VALUE ZEROS.
         07 MNT-PUNTA                 PIC 9(4)   VALUE ZEROS.
         07 MNT-EDIT                  PIC Z(4)9  VALUE ZEROS.
         07 MNT-CERCA                 PIC X(30)  VALUE SPACE.
         07 MNT-ANA-LUNGHEZZA         PIC 9(5)   VALUE ZEROS.
         07 MNT-ANA-OFF               PIC 9(5)   VALUE ZEROS.
         07 MNT-ANA-LEN               PIC 9(5)   VALUE ZEROS.
         07 MNT-QUANTE-OP             PIC 99     VALUE ZEROS.
         07 MNT-DOPO                  PIC X(30)  VALUE SPACE.
         07 MNT-MODO                  PIC X      VALUE SPACE.
         07 MNT-CAMPI                 PIC 9(3)   VALUE ZEROS.
         07 MNT-OFF-CAMPO             PIC 9(5)   VALUE ZEROS.
         07 MNT-SCALA-ALFA            PIC X(10)  VALUE SPACE.
         07 MNT-USO-ALFA              PIC X(10)  VALUE SPACE.
         07 MNT-LIVELLO               PIC X(10)  VALUE SPACE.
         07 MNT-EDIT2                 PIC Z(4)9  VALUE ZEROS.
         07 MNT-P                     PIC 99     VALUE ZEROS.
         07 MNT-K                     PIC 9      VALUE ZEROS.
         07 MNT-POS-LINEE             PIC 99     VALUE ZEROS.
         07 MNT-J-TESTATA             PIC 99     VALUE ZEROS.
         07 MNT-DITTA-DIRETTO         PIC X      VALUE SPACE.
         07 MNT-DITTA-FILE            PIC X(3)   VALUE SPACE.
         07 MNT-PAROLA                PIC X(30)  VALUE SPACE.
         07 SW-MNT-ERRORE             PIC X      VALUE SPACE.
         07 SW-MNT-DUP                PIC X      VALUE SPACE.
         07 MNT-STR-OFF               PIC 9(5)   VALUE ZEROS.
         07 MNT-STR-LEN               PIC 9(5)   VALUE ZEROS.
         07 MNT-STR-TOT               PIC 9(5)   VALUE ZEROS.
         07 MNT-EVENTO                PIC X(8)   VALUE SPACE.
         07 MNT-MODULO                PIC X(32)  VALUE SPACE.
         07 MNT-USCITA                PIC X(30)  VALUE SPACE.
         07 MNT-OPERAZIONI.
           09 FILLER        PIC X(22) VALUE "read      Read".
           09 FILLER        PIC X(22) VALUE "add       Add".
           09 FILLER        PIC X(22) VALUE "change    Change".
           09 FILLER        PIC X(22) VALUE "delete    Delete".
           09 FILLER        PIC X(22) VALUE "next      Next".
           09 FILLER        PIC X(22) VALUE "prior     Prior".
           09 FILLER        PIC X(22) VALUE "addline   Add line".
           09 FILLER        PIC X(22) VALUE "chgline   Change line".
           09 FILLER        PIC X(22) VALUE "delline   Delete line".
           09 FILLER        PIC X(22) VALUE "history   History".
           09 FILLER        PIC X(22) VALUE "hmark     Mark".
           09 FILLER        PIC X(22) VALUE "hcompare  Compare".
           09 FILLER        PIC X(22) VALUE "hrestore  Restore".
         07 FILLER REDEFINES MNT-OPERAZIONI.
           09 MNT-OPERAZIONE          OCCURS 13 TIMES.
             11 MNT-OP-NOME           PIC X(10).
             11 MNT-OP-CAPTION        PIC X(12).
         07 CONTA-MAPPE-FATTE         PIC 99     VALUE ZEROS.
         07 TAB-MAPPE-FATTE.
           09 MAPPE-FATTE-ENTRY       OCCURS 20 TIMES.
             11 MPF-NOME              PIC X(36).
             11 MPF-DATI              PIC X(400).
         07 SW-LINEA                  PIC X      VALUE SPACE.
         07 LIN-TESTO                 PIC X(128) VALUE SPACE.
         07 LIN-VALORE                PIC X(128) VALUE SPACE.
         07 LIN-PAROLA                PIC X(128) VALUE SPACE.
         07 LIN-NOME                  PIC X(128) VALUE SPACE.
         07 LIN-TIPO                  PIC X(8)   VALUE SPACE.
         07 LIN-ACCESSO               PIC X(2)   VALUE SPACE.
         07 LIN-MAPPA                 PIC X(36)  VALUE SPACE.
         07 LIN-VERBO                 PIC X(16)  VALUE SPACE.
         07 LIN-I                     PIC 9(4)   VALUE ZEROS.
         07 LIN-J                     PIC 9(4)   VALUE ZEROS.
         07 LIN-K                     PIC 9(4)   VALUE ZEROS.
         07 LIN-ULTIMO-LETTORE        PIC X(32)  VALUE SPACE.
         07 LIN-ULTIMO-SCRITTORE      PIC X(32)  VALUE SPACE.
         07 LIN-LETTORI               PIC 9(4)   VALUE ZEROS.
         07 LIN-SCRITTORI             PIC 9(4)   VALUE ZEROS.
         07 LIN-ARCHIVI               PIC 9(4)   VALUE ZEROS.
         07 LIN-EDIT                  PIC Z(3)9  VALUE ZEROS.
         07 LIN-EDIT2                 PIC Z(3)9  VALUE ZEROS.
         07 CONTA-LINEA               PIC 9(4)   VALUE ZEROS.
         07 TAB-LINEA.
           09 LINEA-ENTRY             OCCURS 2000 TIMES.
             11 LNA-SCHERMO           PIC X(32).
             11 LNA-TIPO              PIC X(8).
             11 LNA-NOME              PIC X(80).
             11 LNA-ACCESSO           PIC X(2).
             11 LNA-MAPPA             PIC X(36).
             11 LNA-VERBO             PIC X(16).
             11 LNA-FATTO             PIC X.
      *
      *  operator manual (-M): the form, its fields, buttons and keys
      *  noted while the source is translated, then one HTML page per
      *  screen and one more per language catalog
      *
         07 FILE-MAN                  PIC X(200) VALUE SPACE.
         07 STATUS-MAN                PIC XX     VALUE SPACE.
         07 FILE-HLP                  PIC X(200) VALUE SPACE.
         07 STATUS-HLP                PIC XX     VALUE SPACE.
         07 EOF-HLP                   PIC X      VALUE SPACE.
         07 MAN-DIR-AIUTO             PIC X(120) VALUE SPACE.
         07 MAN-FORMA                 PIC X(30)  VALUE SPACE.
         07 MAN-TITOLO                PIC X(80)  VALUE SPACE.
         07 MAN-FINESTRA              PIC X(32)  VALUE SPACE.
         07 MAN-SCHERMO               PIC X(32)  VALUE SPACE.
         07 MAN-BASE                  PIC X(200) VALUE SPACE.
         07 MAN-LINGUA                PIC X(20)  VALUE SPACE.
         07 MAN-SEZIONE               PIC X(32)  VALUE SPACE.
         07 MAN-FOTO                  PIC X      VALUE SPACE.
         07 MAN-VAR                   PIC X(30)  VALUE SPACE.
         07 MAN-PRIMO                 PIC X(128) VALUE SPACE.
         07 MAN-ULTIMO                PIC X(128) VALUE SPACE.
         07 MAN-QUOTATI               PIC 99     VALUE ZEROS.
         07 MAN-TESTO                 PIC X(128) VALUE SPACE.
         07 MAN-HTML                  PIC X(800) VALUE SPACE.
         07 MAN-RIGA                  PIC X(1000) VALUE SPACE.
         07 MAN-PUNTA                 PIC 9(4)   VALUE ZEROS.
         07 MAN-LUNG                  PIC 9(4)   VALUE ZEROS.
         07 MAN-USCITA                PIC 9(4)   VALUE ZEROS.
         07 MAN-I                     PIC 9(4)   VALUE ZEROS.
         07 MAN-J                     PIC 9(4)   VALUE ZEROS.
         07 MAN-K                     PIC 9(4)   VALUE ZEROS.
         07 MAN-SENZA-AIUTO           PIC 9(3)   VALUE ZEROS.
         07 MAN-EDIT                  PIC Z(3)9  VALUE ZEROS.
         07 CONTA-MAN-CAMPI           PIC 9(3)   VALUE ZEROS.
         07 TAB-MAN-CAMPI.
           09 MAN-CAMPO               OCCURS 200 TIMES.
             11 MC-TIPO               PIC X.
             11 MC-VAR                PIC X(30).
             11 MC-VERBO              PIC X(16).
             11 MC-CAPTION            PIC X(80).
             11 MC-NOME               PIC X(32).
             11 MC-REGOLA             PIC X(100).
             11 MC-TAB                PIC X(5).
             11 MC-PROGRAMMA          PIC X(36).
             11 MC-AIUTO              PIC X.
         07 CONTA-MAN-TASTI           PIC 99     VALUE ZEROS.
         07 TAB-MAN-TASTI.
           09 MAN-TASTO               OCCURS 48 TIMES.
             11 MT-TASTO              PIC X(12).
             11 MT-PROGRAMMA          PIC X(36).
         07 CONTA-MAN-AIUTO           PIC 9(4)   VALUE ZEROS.
         07 TAB-MAN-AIUTO.
           09 MAN-AIUTO               OCCURS 600 TIMES.
             11 MA-SEZIONE            PIC X(32).
             11 MA-RIGA               PIC X(120).
         07 CONTA-MAN-VOCI            PIC 9(3)   VALUE ZEROS.
         07 TAB-MAN-VOCI.
           09 MAN-VOCE                OCCURS 400 TIMES.
             11 MV-CHIAVE             PIC X(60).
             11 MV-TESTO              PIC X(80).
         07 CONTA-MAN-LINGUE          PIC 99     VALUE ZEROS.
         07 TAB-MAN-LINGUE.
           09 MAN-LINGUA-NOME         PIC X(20)  OCCURS 20 TIMES.
         07 CONTA-MAN-PAGINE          PIC 9(3)   VALUE ZEROS.
         07 TAB-MAN-PAGINE.
           09 MAN-PAGINA              OCCURS 200 TIMES.
             11 MP-SCHERMO            PIC X(32).
             11 MP-TITOLO             PIC X(80).
             11 MP-BASE               PIC X(200).
             11 MP-SENZA              PIC 9(3).
      *
      *  connector compatibility (-C): what every connector does with
      *  each verb agarcob answers.  per verb R when the logic of the
      *  screen depends on it (data handed back, events, files, the
      *  network), C when it only shapes the look; then one code per
      *  connector in CMP-NOME order: I implemented, D accepted but
      *  degraded (fixed answer, nothing drawn, content dropped),
      *  - reported as success and ignored.  a connector that learns
      *  a verb must be told here too.
      *
         07 SW-COMPAT                 PIC X      VALUE SPACE.
         07 OPENED-CMP                PIC X      VALUE SPACE.
         07 FILE-CMP                  PIC X(200) VALUE SPACE.
         07 STATUS-CMP                PIC XX     VALUE SPACE.
         07 CMP-INVOKE                PIC X(20)  VALUE SPACE.
         07 CMP-IN-ATTESA             PIC X(20)  VALUE SPACE.
         07 CMP-EMESSO                PIC X      VALUE SPACE.
         07 CMP-RIGA-INVOKE           PIC 9(9)   VALUE ZEROS.
         07 CMP-LETTERALE             PIC X(40)  VALUE SPACE.
         07 CMP-PRIMA                 PIC X(256) VALUE SPACE.
         07 CMP-DOPO                  PIC X(256) VALUE SPACE.
         07 CMP-TESTO                 PIC X(256) VALUE SPACE.
         07 CMP-VERBO-QUI             PIC X(20)  VALUE SPACE.
         07 CMP-I                     PIC 9(4)   VALUE ZEROS.
         07 CMP-J                     PIC 9(4)   VALUE ZEROS.
         07 CMP-K                     PIC 9(4)   VALUE ZEROS.
         07 CMP-CONTA                 PIC 9(4)   VALUE ZEROS.
         07 CMP-MANCANTI              PIC 9(4)   VALUE ZEROS.
         07 CMP-DEGRADATI             PIC 9(4)   VALUE ZEROS.
         07 CMP-IGNORATI              PIC 9(4)   VALUE ZEROS.
         07 CMP-SCONOSCIUTI           PIC 9(4)   VALUE ZEROS.
         07 CMP-STATO                 PIC X      VALUE SPACE.
         07 CMP-EDIT                  PIC Z(5)9  VALUE ZEROS.
         07 CMP-EDIT2                 PIC Z(3)9  VALUE ZEROS.
         07 CMP-SALVA-LINE            PIC 9(9)   VALUE ZEROS.
         07 CONTA-CMP                 PIC 9(3)   VALUE ZEROS.
         07 TAB-CMP.
           09 CMP-ENTRY               OCCURS 300 TIMES.
             11 CMP-VERBO             PIC X(20).
             11 CMP-ORIGINE           PIC X(20).
             11 CMP-PRIMA-RIGA        PIC 9(9).
             11 CMP-VOLTE             PIC 9(4).
             11 CMP-POSTO             PIC 9(4).
         07 CMP-CONNETTORI.
           09 FILLER        PIC X(10) VALUE "agartui".
           09 FILLER        PIC X(10) VALUE "agarweb".
           09 FILLER        PIC X(10) VALUE "agarbatch".
           09 FILLER        PIC X(10) VALUE "agarjson".
         07 FILLER REDEFINES CMP-CONNETTORI.
           09 CMP-NOME                PIC X(10) OCCURS 4 TIMES.
         07 CMP-MATRICE.
           09 FILLER        PIC X(21) VALUE "initialize      RIIII".
           09 FILLER        PIC X(21) VALUE "endworker       R----".
           09 FILLER        PIC X(21) VALUE "workerprogress  C----".
           09 FILLER        PIC X(21) VALUE "workercancelled R----".
           09 FILLER        PIC X(21) VALUE "check-value     R----".
           09 FILLER        PIC X(21) VALUE "put-field       R----".
           09 FILLER        PIC X(21) VALUE "get-user        R----".
           09 FILLER        PIC X(21) VALUE "get-station     R----".
           09 FILLER        PIC X(21) VALUE "outbox-depth    R----".
           09 FILLER        PIC X(21) VALUE "outbox-status   R----".
           09 FILLER        PIC X(21) VALUE "outbox-flush    R----".
           09 FILLER        PIC X(21) VALUE "kiosk-report    R----".
           09 FILLER        PIC X(21) VALUE "addform         RIIII".
           09 FILLER        PIC X(21) VALUE "show            CII--".
           09 FILLER        PIC X(21) VALUE "set-error       RIDII".
           09 FILLER        PIC X(21) VALUE "set-warning     RIDII".
           09 FILLER        PIC X(21) VALUE "set-info        RIDII".
           09 FILLER        PIC X(21) VALUE "ask-confirm     RIDII".
           09 FILLER        PIC X(21) VALUE "set-debug       C----".
           09 FILLER        PIC X(21) VALUE "set-caption     CII-I".
           09 FILLER        PIC X(21) VALUE "get-caption     RDDDD".
           09 FILLER        PIC X(21) VALUE "get-node        RDDDD".
           09 FILLER        PIC X(21) VALUE "set-width       C----".
           09 FILLER        PIC X(21) VALUE "set-height      C----".
           09 FILLER        PIC X(21) VALUE "get-width       R----".
           09 FILLER        PIC X(21) VALUE "get-height      R----".
           09 FILLER        PIC X(21) VALUE "set-top         CI---".
           09 FILLER        PIC X(21) VALUE "set-left        CI---".
           09 FILLER        PIC X(21) VALUE "get-top         R----".
           09 FILLER        PIC X(21) VALUE "get-left        R----".
           09 FILLER        PIC X(21) VALUE "get-value       RIIII".
           09 FILLER        PIC X(21) VALUE "set-value       RIIII".
           09 FILLER        PIC X(21) VALUE "set-position    C----".
           09 FILLER        PIC X(21) VALUE "set-disposition C----".
           09 FILLER        PIC X(21) VALUE "set-visible     C----".
           09 FILLER        PIC X(21) VALUE "set-invisible   C----".
           09 FILLER        PIC X(21) VALUE "hide            CI---".
           09 FILLER        PIC X(21) VALUE "addlabel        CIIII".
           09 FILLER        PIC X(21) VALUE "addpane         CDDII".
           09 FILLER        PIC X(21) VALUE "addprogress     CDDII".
           09 FILLER        PIC X(21) VALUE "addslider       CDDII".
           09 FILLER        PIC X(21) VALUE "addsliderv      CDDII".
           09 FILLER        PIC X(21) VALUE "addscroll       CDDII".
           09 FILLER        PIC X(21) VALUE "addscrollv      CDDII".
           09 FILLER        PIC X(21) VALUE "addscrollview   CDDII".
           09 FILLER        PIC X(21) VALUE "addbutton       RIIII".
           09 FILLER        PIC X(21) VALUE "addbuttonto     RIIII".
           09 FILLER        PIC X(21) VALUE "addcheck        RIIII".
           09 FILLER        PIC X(21) VALUE "addcheckto      RIIII".
           09 FILLER        PIC X(21) VALUE "additem         RDIDD".
           09 FILLER        PIC X(21) VALUE "addtext         RIIII".
           09 FILLER        PIC X(21) VALUE "addnumeric      RIIII".
           09 FILLER        PIC X(21) VALUE "addfixed        RDDII".
           09 FILLER        PIC X(21) VALUE "addcombo        RDIII".
           09 FILLER        PIC X(21) VALUE "addradio        RDDII".
           09 FILLER        PIC X(21) VALUE "addtable        RDIII".
           09 FILLER        PIC X(21) VALUE "addtreetable    RDDII".
           09 FILLER        PIC X(21) VALUE "addnotebook     RDDII".
           09 FILLER        PIC X(21) VALUE "addgraph        CDDII".
           09 FILLER        PIC X(21) VALUE "addplotter      CDDII".
           09 FILLER        PIC X(21) VALUE "addfiledlg      RDDII".
           09 FILLER        PIC X(21) VALUE "adddirdlg       RDDII".
           09 FILLER        PIC X(21) VALUE "addsocket       RDDII".
           09 FILLER        PIC X(21) VALUE "connect         R----".
           09 FILLER        PIC X(21) VALUE "send            R----".
           09 FILLER        PIC X(21) VALUE "receive         R----".
           09 FILLER        PIC X(21) VALUE "netclose        R----".
           09 FILLER        PIC X(21) VALUE "addtimer        RDDII".
           09 FILLER        PIC X(21) VALUE "addconsole      CDDII".
           09 FILLER        PIC X(21) VALUE "addhsvpal       CDDII".
           09 FILLER        PIC X(21) VALUE "addfontselector CDDII".
           09 FILLER        PIC X(21) VALUE "addmenu         RDDII".
           09 FILLER        PIC X(21) VALUE "addnode         RDDII".
           09 FILLER        PIC X(21) VALUE "addmenuitem     RDDII".
           09 FILLER        PIC X(21) VALUE "addlink         RDDII".
           09 FILLER        PIC X(21) VALUE "remove          C----".
           09 FILLER        PIC X(21) VALUE "move            C----".
           09 FILLER        PIC X(21) VALUE "size            C----".
           09 FILLER        PIC X(21) VALUE "set-size        C----".
           09 FILLER        PIC X(21) VALUE "setevent        R----".
           09 FILLER        PIC X(21) VALUE "addevent        RDDII".
           09 FILLER        PIC X(21) VALUE "addbox          CDDII".
           09 FILLER        PIC X(21) VALUE "addframe        CDDII".
           09 FILLER        PIC X(21) VALUE "get-class       R----".
           09 FILLER        PIC X(21) VALUE "set-text        RIIII".
           09 FILLER        PIC X(21) VALUE "get-text        RIIII".
           09 FILLER        PIC X(21) VALUE "set-render      C----".
           09 FILLER        PIC X(21) VALUE "set-prompt      C----".
           09 FILLER        PIC X(21) VALUE "set-name        RIIII".
           09 FILLER        PIC X(21) VALUE "get-name        R----".
           09 FILLER        PIC X(21) VALUE "get-focused     RDDDD".
           09 FILLER        PIC X(21) VALUE "get-cursor      R----".
           09 FILLER        PIC X(21) VALUE "set-cursor      C----".
           09 FILLER        PIC X(21) VALUE "addproperty     RDDII".
           09 FILLER        PIC X(21) VALUE "get-property    R----".
           09 FILLER        PIC X(21) VALUE "find            R----".
           09 FILLER        PIC X(21) VALUE "refresh         C----".
           09 FILLER        PIC X(21) VALUE "disable         C----".
           09 FILLER        PIC X(21) VALUE "enable          C----".
           09 FILLER        PIC X(21) VALUE "bindrecord      R----".
           09 FILLER        PIC X(21) VALUE "collectrecord   R----".
           09 FILLER        PIC X(21) VALUE "set-validate    R---I".
           09 FILLER        PIC X(21) VALUE "validate        R---I".
           09 FILLER        PIC X(21) VALUE "set-taborder    CI---".
           09 FILLER        PIC X(21) VALUE "setkey          R----".
           09 FILLER        PIC X(21) VALUE "focusnext       C----".
           09 FILLER        PIC X(21) VALUE "focusprev       C----".
           09 FILLER        PIC X(21) VALUE "adddate         RIIII".
           09 FILLER        PIC X(21) VALUE "addpassword     RIIII".
           09 FILLER        PIC X(21) VALUE "set-masked      C----".
           09 FILLER        PIC X(21) VALUE "ask-login       RI---".
           09 FILLER        PIC X(21) VALUE "secure-login    R----".
           09 FILLER        PIC X(21) VALUE "secure-apply    R----".
           09 FILLER        PIC X(21) VALUE "secure-hash     R----".
           09 FILLER        PIC X(21) VALUE "help-enable     C----".
           09 FILLER        PIC X(21) VALUE "help-topic      C----".
           09 FILLER        PIC X(21) VALUE "clipboard-copy  C----".
           09 FILLER        PIC X(21) VALUE "clipboard-cut   C----".
           09 FILLER        PIC X(21) VALUE "clipboard-paste C----".
           09 FILLER        PIC X(21) VALUE "grid-copy       C----".
           09 FILLER        PIC X(21) VALUE "undo-enable     C----".
           09 FILLER        PIC X(21) VALUE "undo            C----".
           09 FILLER        PIC X(21) VALUE "redo            C----".
           09 FILLER        PIC X(21) VALUE "undo-clear      C----".
           09 FILLER        PIC X(21) VALUE "notify          C---I".
           09 FILLER        PIC X(21) VALUE "notify-next     C----".
           09 FILLER        PIC X(21) VALUE "notify-history  C----".
           09 FILLER        PIC X(21) VALUE "addcalendar     RDDII".
           09 FILLER        PIC X(21) VALUE "loadcalendar    R----".
           09 FILLER        PIC X(21) VALUE "savecalendar    R----".
           09 FILLER        PIC X(21) VALUE "calendar-paint  C----".
           09 FILLER        PIC X(21) VALUE "scan-capture    R----".
           09 FILLER        PIC X(21) VALUE "scan-route      R----".
           09 FILLER        PIC X(21) VALUE "scan-mark       R----".
           09 FILLER        PIC X(21) VALUE "scan-restore    R----".
           09 FILLER        PIC X(21) VALUE "register-record R----".
           09 FILLER        PIC X(21) VALUE "send-record     R----".
           09 FILLER        PIC X(21) VALUE "receive-record  R----".
           09 FILLER        PIC X(21) VALUE "http-get        R----".
           09 FILLER        PIC X(21) VALUE "http-post       R----".
           09 FILLER        PIC X(21) VALUE "json-fetch      R----".
           09 FILLER        PIC X(21) VALUE "json-apply      R----".
           09 FILLER        PIC X(21) VALUE "xml-bind        R----".
           09 FILLER        PIC X(21) VALUE "xml-reset       R----".
           09 FILLER        PIC X(21) VALUE "xml-count       R----".
           09 FILLER        PIC X(21) VALUE "xml-build       R----".
           09 FILLER        PIC X(21) VALUE "xml-parse       R----".
           09 FILLER        PIC X(21) VALUE "lock-record     R----".
           09 FILLER        PIC X(21) VALUE "unlock-record   R----".
           09 FILLER        PIC X(21) VALUE "lock-list       R----".
           09 FILLER        PIC X(21) VALUE "lock-free       R----".
           09 FILLER        PIC X(21) VALUE "kiosk-list      R----".
           09 FILLER        PIC X(21) VALUE "next-number     R----".
           09 FILLER        PIC X(21) VALUE "heartbeat       R----".
           09 FILLER        PIC X(21) VALUE "windows-menu    C----".
           09 FILLER        PIC X(21) VALUE "cascade         C----".
           09 FILLER        PIC X(21) VALUE "tile            C----".
           09 FILLER        PIC X(21) VALUE "cycle-window    C----".
           09 FILLER        PIC X(21) VALUE "on-error        R----".
           09 FILLER        PIC X(21) VALUE "addpixmap       CDDII".
           09 FILLER        PIC X(21) VALUE "set-picture     C----".
           09 FILLER        PIC X(21) VALUE "addstatusbar    CDDII".
           09 FILLER        PIC X(21) VALUE "set-zone        C----".
           09 FILLER        PIC X(21) VALUE "addtoolbar      CDDII".
           09 FILLER        PIC X(21) VALUE "addtoolto       RIIII".
           09 FILLER        PIC X(21) VALUE "addcolumn       RDIDD".
           09 FILLER        PIC X(21) VALUE "loadtable       R-I--".
           09 FILLER        PIC X(21) VALUE "savetable       R----".
           09 FILLER        PIC X(21) VALUE "get-selected    R----".
           09 FILLER        PIC X(21) VALUE "sql-connect     R----".
           09 FILLER        PIC X(21) VALUE "sql-select      R----".
           09 FILLER        PIC X(21) VALUE "sql-fetch       R----".
           09 FILLER        PIC X(21) VALUE "sql-apply       R----".
           09 FILLER        PIC X(21) VALUE "sql-close       R----".
           09 FILLER        PIC X(21) VALUE "sql-export      R----".
           09 FILLER        PIC X(21) VALUE "sql-row         R----".
           09 FILLER        PIC X(21) VALUE "sql-exec        R----".
           09 FILLER        PIC X(21) VALUE "browse-open     R----".
           09 FILLER        PIC X(21) VALUE "browse-next     R----".
           09 FILLER        PIC X(21) VALUE "browse-prev     R----".
           09 FILLER        PIC X(21) VALUE "browse-seek     R----".
           09 FILLER        PIC X(21) VALUE "browse-close    R----".
           09 FILLER        PIC X(21) VALUE "browse-key      R----".
           09 FILLER        PIC X(21) VALUE "print           R----".
           09 FILLER        PIC X(21) VALUE "snapshot        C----".
           09 FILLER        PIC X(21) VALUE "save-geometry   C----".
           09 FILLER        PIC X(21) VALUE "reset-geometry  C----".
           09 FILLER        PIC X(21) VALUE "savedraft       R----".
           09 FILLER        PIC X(21) VALUE "loaddraft       R----".
           09 FILLER        PIC X(21) VALUE "audit-event     R----".
           09 FILLER        PIC X(21) VALUE "replay          R----".
           09 FILLER        PIC X(21) VALUE "run             RIIDI".
           09 FILLER        PIC X(21) VALUE "runworker       R----".
           09 FILLER        PIC X(21) VALUE "cancelworker    R----".
           09 FILLER        PIC X(21) VALUE "workerbusy      R----".
           09 FILLER        PIC X(21) VALUE "format-number   R----".
           09 FILLER        PIC X(21) VALUE "changed         R----".
           09 FILLER        PIC X(21) VALUE "exit-field      R----".
           09 FILLER        PIC X(21) VALUE "forget-window   R----".
           09 FILLER        PIC X(21) VALUE "company-file    R----".
           09 FILLER        PIC X(21) VALUE "get-company     R----".
           09 FILLER        PIC X(21) VALUE "switch-company  R----".
           09 FILLER        PIC X(21) VALUE "label           R----".
           09 FILLER        PIC X(21) VALUE "label-preview   C----".
           09 FILLER        PIC X(21) VALUE "scan-route-labelR----".
           09 FILLER        PIC X(21) VALUE "set-style       C----".
           09 FILLER        PIC X(21) VALUE "chart-bars      C----".
           09 FILLER        PIC X(21) VALUE "chart-point     C----".
           09 FILLER        PIC X(21) VALUE "set-formula     R----".
           09 FILLER        PIC X(21) VALUE "recalc          R----".
           09 FILLER        PIC X(21) VALUE "set-lookup      R----".
         07 FILLER REDEFINES CMP-MATRICE.
           09 CMP-RIGA-MATRICE        OCCURS 211 TIMES.
             11 CMP-MAT-VERBO         PIC X(16).
             11 CMP-MAT-USO           PIC X.
             11 CMP-MAT-CODICE        PIC X OCCURS 4 TIMES.



                                          = "PROGRAM-ID"
                  PERFORM NOTA-PROGID THRU EX-NOTA-PROGID.

                 IF SW-LINEA = "S"
                  PERFORM NOTA-LINEA THRU EX-NOTA-LINEA.

                 EVALUATE FUNCTION UPPER-CASE(PARAMETRO(1))

      *
                 WHEN "USING"
                 WHEN "RETURNING"
                  CONTINUE
                 WHEN "LINES"
                 WHEN "ALTERNATE"
                 WHEN "APPROVE"
                 WHEN "KEY"
                 WHEN "WITH"
                  IF FUNCTION UPPER-CASE(PARAMETRO(1)) NOT = "MAINTAIN"
                   GO TO EX-RIUNISCI-PARAMETRI
                  END-IF
                 WHEN OTHER
                  GO TO EX-RIUNISCI-PARAMETRI
                END-EVALUATE.
      *  per record holding the INDEXED SELECT and the CRUD
      *  paragraphs -- so every clerk screen moves records the same
      *  way instead of hand coding its own file handling around
      *  bindrecord/collectrecord.
      *  the master/detail form adds "lines RECORD key FIELD file
      *  "name.dat"" (the statement may break after LINES): the
      *  lines file is keyed by the header key plus the line number
      *  field, the lines show in a grid under the header fields
      *  with Add line / Change line / Delete line, and they stay in
      *  the I/O program until the header is saved -- Add and
      *  Change rewrite header and lines together, Delete takes the
      *  lines with the header, so no line outlives its header.
      *  "alternate [record] [key] FIELD [with duplicates]", once
      *  per key and before LINES, declares alternate record keys:
      *  they go into the SELECT, a "Search by" combo lets the clerk
      *  read by any of them, and the I/O program pages the file in
      *  their order for browse-open/browse-seek ("file;KEY")
      *  "approve [FIELD...] [add] [change] [delete]", before LINES
      *  and not with them, puts four eyes on the record: a change
      *  of one of the fields (up to five), or any add, change or
      *  delete named, is not written -- the images go to the
      *  pending file (GuiCOBOLapprovals, default approvals.dat)
      *  and the clerk reads "awaiting approval"; the agarapprova
      *  screen shows old against new and another user applies it
      *  through the "approve" function of the I/O program, or
      *  rejects it.  APPROVE alone means all three operations
      *
        FAI-MAINTAIN.


                ADD 1 TO CONTA-MNT.

                MOVE SPACES           TO MNT-RIG-RECORD(CONTA-MNT).
                MOVE PARAMETRO(2)     TO MNT-RECORD(CONTA-MNT).
                MOVE PARAMETRO(4)     TO MNT-CHIAVE(CONTA-MNT).
                MOVE MPF-NOME(MNT-J)  TO MNT-ITEM-MAPPA(CONTA-MNT).
                MOVE MPF-DATI(MNT-J)  TO MNT-TESTO.
                MOVE MPF-DATI(MNT-J)  TO MNT-DATI(CONTA-MNT).
                MOVE MNT-J            TO MNT-J-TESTATA.

                MOVE PARAMETRO(6)     TO STRINGA1.
                INSPECT STRINGA1 REPLACING ALL '"' BY SPACE.
                 FUNCTION TRIM(PARAMETRO(2)(1:20)))
                  TO MNT-PREFIX(CONTA-MNT).

                MOVE MNT-CHIAVE(CONTA-MNT) TO MNT-CERCA.
                PERFORM ANALIZZA-MNT-MAPPA
                   THRU EX-ANALIZZA-MNT-MAPPA.
                MOVE MNT-ANA-LUNGHEZZA TO MNT-LUNGHEZZA(CONTA-MNT).
                MOVE MNT-ANA-OFF       TO MNT-KEY-OFF(CONTA-MNT).
                MOVE MNT-ANA-LEN       TO MNT-KEY-LEN(CONTA-MNT).

                IF MNT-KEY-LEN(CONTA-MNT) = ZEROS
                 DISPLAY "Severe Error: maintain key "
                 SUBTRACT 1 FROM CONTA-MNT
                 GO TO EX-FAI-MAINTAIN.

                PERFORM FAI-MNT-OPZIONI THRU EX-FAI-MNT-OPZIONI.

                IF SW-MNT-ERRORE = "S"
                 SUBTRACT 1 FROM CONTA-MNT
                 GO TO EX-FAI-MAINTAIN.
      *
      *  the pending file carries the record images in 2000 bytes,
      *  and the lines travel with the header only on a save
      *
                IF ( MNT-APP-OPS(CONTA-MNT) NOT = SPACES
                  OR MNT-APP-CONTA(CONTA-MNT) > ZEROS )
                 AND ( MNT-POS-LINEE > ZEROS
                  OR MNT-LUNGHEZZA(CONTA-MNT) > 2000 )
                 DISPLAY "Severe Error: maintain approve wants a record"
                  " of up to 2000 bytes without lines at line "
                  COUNT-LINE
                 MOVE "E" TO ERR-SEV
                 MOVE "maintain approve wants a record of up to 2000 byt
      -               "es without lines"
                   TO ERR-MESSAGGIO
                 PERFORM SCRIVI-ERRORE THRU EX-SCRIVI-ERRORE
                 MOVE "Y" TO EXIT-WITH-ERRORS
                 SUBTRACT 1 FROM CONTA-MNT
                 GO TO EX-FAI-MAINTAIN.

                IF MNT-POS-LINEE > ZEROS
                 PERFORM FAI-MNT-RIGHE THRU EX-FAI-MNT-RIGHE
                 IF MNT-RIG-RECORD(CONTA-MNT) = SPACES
                  SUBTRACT 1 FROM CONTA-MNT
                  GO TO EX-FAI-MAINTAIN
                 END-IF
                END-IF.

                PERFORM EMETTI-MNT-INLINE
                   THRU EX-EMETTI-MNT-INLINE.

                EXIT.

      *
      *  what follows FILE: any number of ALTERNATE clauses, an
      *  APPROVE clause, then at most one LINES clause closing the
      *  statement
      *
        FAI-MNT-OPZIONI.

                MOVE SPACE TO SW-MNT-ERRORE.
                MOVE ZEROS TO MNT-POS-LINEE MNT-ALT-CONTA(CONTA-MNT).
                MOVE ZEROS TO MNT-APP-CONTA(CONTA-MNT).
                MOVE SPACES TO MNT-APP-OPS(CONTA-MNT).
                MOVE 7     TO MNT-P.

        CICLO-MNT-OPZIONI.

                IF MNT-P > CONTA-PARAM OR SW-MNT-ERRORE = "S"
                 GO TO EX-FAI-MNT-OPZIONI.

                MOVE FUNCTION UPPER-CASE(PARAMETRO(MNT-P))
                  TO MNT-PAROLA.

                EVALUATE MNT-PAROLA
                 WHEN SPACES
                  ADD 1 TO MNT-P
                 WHEN "ALTERNATE"
                  IF MNT-POS-LINEE > ZEROS
                   PERFORM ERRORE-MNT-OPZIONE
                      THRU EX-ERRORE-MNT-OPZIONE
                  ELSE
                   PERFORM FAI-MNT-ALTERNATA
                      THRU EX-FAI-MNT-ALTERNATA
                  END-IF
                 WHEN "APPROVE"
                  IF MNT-POS-LINEE > ZEROS
                   OR MNT-APP-OPS(CONTA-MNT) NOT = SPACES
                   PERFORM ERRORE-MNT-OPZIONE
                      THRU EX-ERRORE-MNT-OPZIONE
                  ELSE
                   PERFORM FAI-MNT-APPROVA
                      THRU EX-FAI-MNT-APPROVA
                  END-IF
                 WHEN "LINES"
                  IF MNT-POS-LINEE > ZEROS
                   OR MNT-P + 5 > CONTA-PARAM
                   OR FUNCTION UPPER-CASE(PARAMETRO(MNT-P + 2))
                    NOT = "KEY"
                   OR FUNCTION UPPER-CASE(PARAMETRO(MNT-P + 4))
                    NOT = "FILE"
                   DISPLAY "Severe Error: maintain wants: LINES record "
                    "KEY field FILE name at line " COUNT-LINE
                   MOVE "E" TO ERR-SEV
                   MOVE "maintain wants: LINES record KEY field FILE na
      -                 "me"
                     TO ERR-MESSAGGIO
                   PERFORM SCRIVI-ERRORE THRU EX-SCRIVI-ERRORE
                   MOVE "Y" TO EXIT-WITH-ERRORS
                   MOVE "S" TO SW-MNT-ERRORE
                   GO TO EX-FAI-MNT-OPZIONI
                  END-IF
                  MOVE MNT-P TO MNT-POS-LINEE
                  ADD 6 TO MNT-P
                 WHEN OTHER
                  PERFORM ERRORE-MNT-OPZIONE THRU EX-ERRORE-MNT-OPZIONE
                END-EVALUATE.

                GO TO CICLO-MNT-OPZIONI.

        EX-FAI-MNT-OPZIONI.
                EXIT.

        ERRORE-MNT-OPZIONE.

                DISPLAY "Severe Error: maintain does not expect "
                 FUNCTION TRIM(PARAMETRO(MNT-P))
                 " here at line " COUNT-LINE.
                MOVE "E" TO ERR-SEV.
                MOVE "maintain wants ALTERNATE field(s), APPROVE, then L
      -              "INES"
                  TO ERR-MESSAGGIO.
                PERFORM SCRIVI-ERRORE THRU EX-SCRIVI-ERRORE.
                MOVE "Y" TO EXIT-WITH-ERRORS.
                MOVE "S" TO SW-MNT-ERRORE.

        EX-ERRORE-MNT-OPZIONE.
                EXIT.

      *
      *  one alternate key: a field of the header record, up to
      *  five of them, each optionally WITH DUPLICATES
      *
        FAI-MNT-ALTERNATA.

                ADD 1 TO MNT-P.

                PERFORM UNTIL MNT-P > CONTA-PARAM
                 OR ( FUNCTION UPPER-CASE(PARAMETRO(MNT-P))
                       NOT = "RECORD"
                 AND FUNCTION UPPER-CASE(PARAMETRO(MNT-P)) NOT = "KEY"
                 AND FUNCTION UPPER-CASE(PARAMETRO(MNT-P)) NOT = "IS" )
                 ADD 1 TO MNT-P
                END-PERFORM.

                MOVE ZEROS TO MNT-ANA-LEN.

                IF MNT-P NOT > CONTA-PARAM
                 AND MNT-ALT-CONTA(CONTA-MNT) < 5
                 AND FUNCTION UPPER-CASE(PARAMETRO(MNT-P))
                  NOT = FUNCTION UPPER-CASE(MNT-CHIAVE(CONTA-MNT))
                 MOVE MPF-DATI(MNT-J-TESTATA) TO MNT-TESTO
                 MOVE PARAMETRO(MNT-P)        TO MNT-CERCA
                 PERFORM ANALIZZA-MNT-MAPPA
                    THRU EX-ANALIZZA-MNT-MAPPA
                END-IF.

                IF MNT-ANA-LEN = ZEROS
                 DISPLAY "Severe Error: maintain alternate key "
                  FUNCTION TRIM(PARAMETRO(MNT-P))
                  " is not another field of the record (at most 5)"
                  " at line " COUNT-LINE
                 MOVE "E" TO ERR-SEV
                 MOVE "maintain alternate key is not another field of t
      -               "he record"
                   TO ERR-MESSAGGIO
                 PERFORM SCRIVI-ERRORE THRU EX-SCRIVI-ERRORE
                 MOVE "Y" TO EXIT-WITH-ERRORS
                 MOVE "S" TO SW-MNT-ERRORE
                 GO TO EX-FAI-MNT-ALTERNATA.

                ADD 1 TO MNT-ALT-CONTA(CONTA-MNT).
                MOVE MNT-ALT-CONTA(CONTA-MNT) TO MNT-K.
                MOVE PARAMETRO(MNT-P) TO MNT-ALT-NOME(CONTA-MNT MNT-K).
                MOVE MNT-ANA-OFF      TO MNT-ALT-OFF(CONTA-MNT MNT-K).
                MOVE MNT-ANA-LEN      TO MNT-ALT-LEN(CONTA-MNT MNT-K).
                MOVE SPACE            TO MNT-ALT-DUP(CONTA-MNT MNT-K).

                ADD 1 TO MNT-P.

                IF MNT-P NOT > CONTA-PARAM
                 AND FUNCTION UPPER-CASE(PARAMETRO(MNT-P)) = "WITH"
                 ADD 1 TO MNT-P.

                IF MNT-P NOT > CONTA-PARAM
                 AND FUNCTION UPPER-CASE(PARAMETRO(MNT-P))
                  = "DUPLICATES"
                 MOVE "S" TO MNT-ALT-DUP(CONTA-MNT MNT-K)
                 ADD 1 TO MNT-P.

        EX-FAI-MNT-ALTERNATA.
                EXIT.

      *
      *  the approval clause: fields of the header record whose
      *  change needs a second user, and the operations that always
      *  do -- MNT-APP-OPS one byte each for add, change and delete
      *
        FAI-MNT-APPROVA.

                ADD 1 TO MNT-P.
                MOVE "---" TO MNT-APP-OPS(CONTA-MNT).

        CICLO-MNT-APPROVA.

                IF MNT-P > CONTA-PARAM
                 GO TO FINE-MNT-APPROVA.

                MOVE FUNCTION UPPER-CASE(PARAMETRO(MNT-P))
                  TO MNT-PAROLA.

                EVALUATE MNT-PAROLA
                 WHEN SPACES
                  CONTINUE
                 WHEN "ALTERNATE"
                 WHEN "LINES"
                  GO TO FINE-MNT-APPROVA
                 WHEN "ADD"
                  MOVE "S" TO MNT-APP-OPS(CONTA-MNT)(1:1)
                 WHEN "CHANGE"
                  MOVE "S" TO MNT-APP-OPS(CONTA-MNT)(2:1)
                 WHEN "DELETE"
                  MOVE "S" TO MNT-APP-OPS(CONTA-MNT)(3:1)
                 WHEN OTHER
                  MOVE ZEROS TO MNT-ANA-LEN
                  IF MNT-APP-CONTA(CONTA-MNT) < 5
                   MOVE MPF-DATI(MNT-J-TESTATA) TO MNT-TESTO
                   MOVE PARAMETRO(MNT-P)        TO MNT-CERCA
                   PERFORM ANALIZZA-MNT-MAPPA
                      THRU EX-ANALIZZA-MNT-MAPPA
                  END-IF
                  IF MNT-ANA-LEN = ZEROS
                   DISPLAY "Severe Error: maintain approve field "
                    FUNCTION TRIM(PARAMETRO(MNT-P))
                    " is not a field of the record (at most 5)"
                    " at line " COUNT-LINE
                   MOVE "E" TO ERR-SEV
                   MOVE "maintain approve field is not a field of the re
      -                 "cord"
                     TO ERR-MESSAGGIO
                   PERFORM SCRIVI-ERRORE THRU EX-SCRIVI-ERRORE
                   MOVE "Y" TO EXIT-WITH-ERRORS
                   MOVE "S" TO SW-MNT-ERRORE
                   GO TO EX-FAI-MNT-APPROVA
                  END-IF
                  ADD 1 TO MNT-APP-CONTA(CONTA-MNT)
                  MOVE MNT-APP-CONTA(CONTA-MNT) TO MNT-K
                  MOVE PARAMETRO(MNT-P)
                    TO MNT-APP-NOME(CONTA-MNT MNT-K)
                  MOVE MNT-ANA-OFF TO MNT-APP-OFF(CONTA-MNT MNT-K)
                  MOVE MNT-ANA-LEN TO MNT-APP-LEN(CONTA-MNT MNT-K)
                END-EVALUATE.

                ADD 1 TO MNT-P.
                GO TO CICLO-MNT-APPROVA.

        FINE-MNT-APPROVA.

                IF MNT-APP-OPS(CONTA-MNT) = "---"
                 AND MNT-APP-CONTA(CONTA-MNT) = ZEROS
                 MOVE "SSS" TO MNT-APP-OPS(CONTA-MNT).

        EX-FAI-MNT-APPROVA.
                EXIT.

      *
      *  the lines record of a master/detail maintain: its own map,
      *  and a line number field of at most 18 bytes -- the number
      *  a new line gets is worked out in a 9(n) item
      *
        FAI-MNT-RIGHE.

                MOVE SPACES TO MNT-RIG-RECORD(CONTA-MNT).

                MOVE SPACES TO STRINGA2.
                STRING FUNCTION TRIM(PARAMETRO(MNT-POS-LINEE + 1)(1:24))
                 "-MAPPA"
                 DELIMITED BY SIZE INTO STRINGA2.
                MOVE FUNCTION UPPER-CASE(STRINGA2) TO STRINGA2.

                PERFORM VARYING MNT-J FROM 1 BY 1
                 UNTIL MNT-J > CONTA-MAPPE-FATTE
                 OR FUNCTION UPPER-CASE(MPF-NOME(MNT-J))
                  = STRINGA2(1:36)
                 CONTINUE
                END-PERFORM.

                IF MNT-J > CONTA-MAPPE-FATTE
                 DISPLAY "Severe Error: maintain lines record "
                  FUNCTION TRIM(PARAMETRO(MNT-POS-LINEE + 1))
                  " has no generated map at line " COUNT-LINE
                 MOVE "E" TO ERR-SEV
                 MOVE "maintain lines record has no generated map"
                   TO ERR-MESSAGGIO
                 PERFORM SCRIVI-ERRORE THRU EX-SCRIVI-ERRORE
                 MOVE "Y" TO EXIT-WITH-ERRORS
                 GO TO EX-FAI-MNT-RIGHE.

                MOVE MPF-DATI(MNT-J)  TO MNT-TESTO.
                MOVE PARAMETRO(MNT-POS-LINEE + 3)    TO MNT-CERCA.
                PERFORM ANALIZZA-MNT-MAPPA
                   THRU EX-ANALIZZA-MNT-MAPPA.

                IF MNT-ANA-LEN = ZEROS OR MNT-ANA-LEN > 18
                 DISPLAY "Severe Error: maintain line number "
                  FUNCTION TRIM(PARAMETRO(MNT-POS-LINEE + 3))
                  " is not a field of up to 18 bytes of the lines"
                  " record at line " COUNT-LINE
                 MOVE "E" TO ERR-SEV
                 MOVE "maintain line number is not a field of the lines
      -               " record"
                   TO ERR-MESSAGGIO
                 PERFORM SCRIVI-ERRORE THRU EX-SCRIVI-ERRORE
                 MOVE "Y" TO EXIT-WITH-ERRORS
                 GO TO EX-FAI-MNT-RIGHE.

                MOVE PARAMETRO(MNT-POS-LINEE + 3)
                  TO MNT-RIG-CHIAVE(CONTA-MNT).
                MOVE MPF-NOME(MNT-J)   TO MNT-RIG-ITEM-MAPPA(CONTA-MNT).
                MOVE MPF-DATI(MNT-J)   TO MNT-RIG-DATI(CONTA-MNT).
                MOVE MNT-ANA-LUNGHEZZA TO MNT-RIG-LUNGHEZZA(CONTA-MNT).
                MOVE MNT-ANA-OFF       TO MNT-RIG-NUM-OFF(CONTA-MNT).
                MOVE MNT-ANA-LEN       TO MNT-RIG-NUM-LEN(CONTA-MNT).

                MOVE PARAMETRO(MNT-POS-LINEE + 5)     TO STRINGA1.
                INSPECT STRINGA1 REPLACING ALL '"' BY SPACE.
                MOVE SPACES            TO MNT-RIG-FILE(CONTA-MNT).
                MOVE FUNCTION TRIM(STRINGA1)
                  TO MNT-RIG-FILE(CONTA-MNT).

                MOVE PARAMETRO(MNT-POS-LINEE + 1)
                  TO MNT-RIG-RECORD(CONTA-MNT).

        EX-FAI-MNT-RIGHE.
                EXIT.

      *
      *  field lengths along the map string in MNT-TESTO give the
      *  byte offset and width of the field named in MNT-CERCA, and
      *  the record length
      *
        ANALIZZA-MNT-MAPPA.

                MOVE ZEROS TO MNT-ANA-LUNGHEZZA
                              MNT-ANA-OFF
                              MNT-ANA-LEN.

                PERFORM UNTIL MNT-TESTO = SPACES
                 MOVE SPACES TO PEZZO-MAPPA
                     TO MNT-LEN-CAMPO
                  END-IF
                  IF FUNCTION UPPER-CASE(MNT-NOME-CAMPO)
                   = FUNCTION UPPER-CASE(MNT-CERCA)
                   MOVE MNT-ANA-LUNGHEZZA TO MNT-ANA-OFF
                   MOVE MNT-LEN-CAMPO     TO MNT-ANA-LEN
                  END-IF
                  ADD MNT-LEN-CAMPO TO MNT-ANA-LUNGHEZZA
                 END-IF
                END-PERFORM.

                    THRU EX-EMETTI-MNT-BOTTONE
                END-PERFORM.

                MOVE 10 TO MNT-J.
                PERFORM EMETTI-MNT-BOTTONE THRU EX-EMETTI-MNT-BOTTONE.

                IF MNT-ALT-CONTA(CONTA-MNT) > ZEROS
                 PERFORM EMETTI-MNT-CHIAVI-INLINE
                    THRU EX-EMETTI-MNT-CHIAVI-INLINE.

                IF MNT-RIG-RECORD(CONTA-MNT) NOT = SPACES
                 PERFORM EMETTI-MNR-INLINE THRU EX-EMETTI-MNR-INLINE.

                IF METTI-DOT = "S"
                 MOVE "." TO STRINGA
                 PERFORM SCRIVI-GEN THRU EX-SCRIVI-GEN.
        EX-EMETTI-MNT-INLINE.
                EXIT.

      *
      *  alternate keys: a "Search by" combo listing the record key
      *  and the alternate ones, the record key preselected, handed
      *  to the I/O program so Read goes by the key chosen
      *
        EMETTI-MNT-CHIAVI-INLINE.

                MOVE "move agar-form to agar-object" TO STRINGA.
                PERFORM SCRIVI-GEN THRU EX-SCRIVI-GEN.
                MOVE 'move "Search by" to agar-text' TO STRINGA.
                PERFORM SCRIVI-GEN THRU EX-SCRIVI-GEN.
                MOVE 'move "addcombo" to agar-function' TO STRINGA.
                PERFORM SCRIVI-GEN THRU EX-SCRIVI-GEN.
                PERFORM EMETTI-MNT-CONN THRU EX-EMETTI-MNT-CONN.

                MOVE MNT-CHIAVE(CONTA-MNT) TO MNT-NOME-CAMPO.
                PERFORM EMETTI-MNT-VOCE THRU EX-EMETTI-MNT-VOCE.

                PERFORM VARYING MNT-K FROM 1 BY 1
                 UNTIL MNT-K > MNT-ALT-CONTA(CONTA-MNT)
                 MOVE MNT-ALT-NOME(CONTA-MNT MNT-K) TO MNT-NOME-CAMPO
                 PERFORM EMETTI-MNT-VOCE THRU EX-EMETTI-MNT-VOCE
                END-PERFORM.

                MOVE "move agar-widget to agar-object" TO STRINGA.
                PERFORM SCRIVI-GEN THRU EX-SCRIVI-GEN.
                STRING 'move "'
                 FUNCTION UPPER-CASE(
                  FUNCTION TRIM(MNT-CHIAVE(CONTA-MNT)))
                 '" to agar-text'
                 DELIMITED BY SIZE INTO STRINGA.
                PERFORM SCRIVI-GEN THRU EX-SCRIVI-GEN.
                MOVE 'move "set-value" to agar-function' TO STRINGA.
                PERFORM SCRIVI-GEN THRU EX-SCRIVI-GEN.
                PERFORM EMETTI-MNT-CONN THRU EX-EMETTI-MNT-CONN.

                MOVE 'move "keys" to agar-function' TO STRINGA.
                PERFORM SCRIVI-GEN THRU EX-SCRIVI-GEN.
                STRING 'call "'
                 FUNCTION TRIM(MNT-PREFIX(CONTA-MNT))
                 '-mnt"'
                 DELIMITED BY SIZE INTO STRINGA.
                PERFORM SCRIVI-GEN THRU EX-SCRIVI-GEN.

        EX-EMETTI-MNT-CHIAVI-INLINE.
                EXIT.

        EMETTI-MNT-VOCE.

                STRING 'move "'
                 FUNCTION UPPER-CASE(FUNCTION TRIM(MNT-NOME-CAMPO))
                 '" to agar-text'
                 DELIMITED BY SIZE INTO STRINGA.
                PERFORM SCRIVI-GEN THRU EX-SCRIVI-GEN.
                MOVE 'move "additem" to agar-function' TO STRINGA.
                PERFORM SCRIVI-GEN THRU EX-SCRIVI-GEN.
                PERFORM EMETTI-MNT-CONN THRU EX-EMETTI-MNT-CONN.

        EX-EMETTI-MNT-VOCE.
                EXIT.

        EMETTI-MNT-CONN.

                STRING 'call "'
                 FUNCTION TRIM(AGAR-CONNECTOR)
                 '"'
                 DELIMITED BY SIZE INTO STRINGA.
                PERFORM SCRIVI-GEN THRU EX-SCRIVI-GEN.

        EX-EMETTI-MNT-CONN.
                EXIT.

      *
      *  master/detail: the lines grid goes under the header fields,
      *  handed to the I/O program with the lines record and its
      *  map, then the three line buttons
      *
        EMETTI-MNR-INLINE.

                MOVE "move agar-form to agar-object" TO STRINGA.
                PERFORM SCRIVI-GEN THRU EX-SCRIVI-GEN.
                MOVE "move spaces to agar-text" TO STRINGA.
                PERFORM SCRIVI-GEN THRU EX-SCRIVI-GEN.
                MOVE 'move "addtable" to agar-function' TO STRINGA.
                PERFORM SCRIVI-GEN THRU EX-SCRIVI-GEN.

                STRING 'call "'
                 FUNCTION TRIM(AGAR-CONNECTOR)
                 '"'
                 DELIMITED BY SIZE INTO STRINGA.
                PERFORM SCRIVI-GEN THRU EX-SCRIVI-GEN.

                STRING "set agar-struct to address of "
                 FUNCTION TRIM(MNT-RIG-RECORD(CONTA-MNT))
                 DELIMITED BY SIZE INTO STRINGA.
                PERFORM SCRIVI-GEN THRU EX-SCRIVI-GEN.

                STRING "move " FUNCTION
                 TRIM(MNT-RIG-ITEM-MAPPA(CONTA-MNT))
                 " to agar-value"
                 DELIMITED BY SIZE INTO STRINGA.
                PERFORM SCRIVI-GEN THRU EX-SCRIVI-GEN.

                MOVE 'move "lines" to agar-function' TO STRINGA.
                PERFORM SCRIVI-GEN THRU EX-SCRIVI-GEN.

                STRING 'call "'
                 FUNCTION TRIM(MNT-PREFIX(CONTA-MNT))
                 '-mnt"'
                 DELIMITED BY SIZE INTO STRINGA.
                PERFORM SCRIVI-GEN THRU EX-SCRIVI-GEN.

                PERFORM VARYING MNT-J FROM 7 BY 1 UNTIL MNT-J > 9
                 PERFORM EMETTI-MNT-BOTTONE
                    THRU EX-EMETTI-MNT-BOTTONE
                END-PERFORM.

        EX-EMETTI-MNR-INLINE.
                EXIT.

        EMETTI-MNT-BOTTONE.

                MOVE "move agar-form to agar-object" TO STRINGA.

      *
      *  appended after the last line of the screen source: the six
      *  button relays (nine with lines) and the I/O program of
      *  every maintain record
      *
        EMETTI-MAINTAIN.

                MOVE SPACES TO STRINGA.

      *
      *  the line operations only with lines, the history ones
      *  (10 on) always
      *
                PERFORM VARYING MNT-I FROM 1 BY 1
                 UNTIL MNT-I > CONTA-MNT
                 MOVE 6 TO MNT-QUANTE-OP
                 IF MNT-RIG-RECORD(MNT-I) NOT = SPACES
                  MOVE 9 TO MNT-QUANTE-OP
                 END-IF
                 PERFORM VARYING MNT-J FROM 1 BY 1
                  UNTIL MNT-J > 13
                  IF MNT-J NOT > MNT-QUANTE-OP OR MNT-J > 9
                   PERFORM EMETTI-MNT-RELAY
                      THRU EX-EMETTI-MNT-RELAY
                  END-IF
                 END-PERFORM
                 PERFORM EMETTI-MNT-IO THRU EX-EMETTI-MNT-IO
                 IF SW-LOADER = "S"
                  PERFORM EMETTI-LOADER THRU EX-EMETTI-LOADER
                 END-IF
                 IF SW-RICONCILIA = "S"
                  PERFORM EMETTI-RICONCILIA THRU EX-EMETTI-RICONCILIA
                 END-IF
                END-PERFORM.

                MOVE ZEROS TO CONTA-MNT.
                MOVE "file-control."            TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.

                PERFORM EMETTI-MNT-SELECT THRU EX-EMETTI-MNT-SELECT.

                PERFORM EMETTI-MNS-SELECT THRU EX-EMETTI-MNS-SELECT.

                IF MNT-APP-OPS(MNT-I) NOT = SPACES
                 PERFORM EMETTI-MNA-SELECT THRU EX-EMETTI-MNA-SELECT.

                IF MNT-RIG-RECORD(MNT-I) NOT = SPACES
                 PERFORM EMETTI-MNR-SELECT THRU EX-EMETTI-MNR-SELECT.

                MOVE "data division."           TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "file section."            TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.

                PERFORM EMETTI-MNT-FD THRU EX-EMETTI-MNT-FD.

                PERFORM EMETTI-MNS-FD THRU EX-EMETTI-MNS-FD.

                IF MNT-APP-OPS(MNT-I) NOT = SPACES
                 PERFORM EMETTI-MNA-FD THRU EX-EMETTI-MNA-FD.

                IF MNT-RIG-RECORD(MNT-I) NOT = SPACES
                 PERFORM EMETTI-MNR-FD THRU EX-EMETTI-MNR-FD.

                MOVE "working-storage section." TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE '    copy "global".'       TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.

                PERFORM EMETTI-MNT-NOME THRU EX-EMETTI-MNT-NOME.

                MOVE "01 mnt-stato  pic xx."    TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "01 mnt-aperto pic x value space." TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "01 mnt-mappa  pic x(400)." TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "01 mnt-win    usage pointer." TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "01 mnt-ptr    usage pointer." TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.

                MOVE MNT-LUNGHEZZA(MNT-I) TO MNT-EDIT.
                STRING "01 mnt-shadow pic x("
                 FUNCTION TRIM(MNT-EDIT) ") based."
                 DELIMITED BY SIZE INTO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.

                PERFORM EMETTI-MNS-WS THRU EX-EMETTI-MNS-WS.

                IF MNT-APP-OPS(MNT-I) NOT = SPACES
                 PERFORM EMETTI-MNA-WS THRU EX-EMETTI-MNA-WS.

                IF MNT-ALT-CONTA(MNT-I) > ZEROS
                 PERFORM EMETTI-MNT-ALT-WS THRU EX-EMETTI-MNT-ALT-WS.

                IF MNT-RIG-RECORD(MNT-I) NOT = SPACES
                 PERFORM EMETTI-MNR-WS THRU EX-EMETTI-MNR-WS.

                MOVE "procedure division."      TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "      perform mnt-prima  thru ex-mnt-prima"
                  TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE '     when "history"'      TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "      perform mns-storia thru ex-mns-storia"
                  TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE '     when "hmark"'        TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "      perform mns-segna  thru ex-mns-segna"
                  TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE '     when "hcompare"'     TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "      perform mns-confronta"  TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "         thru ex-mns-confronta" TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE '     when "hrestore"'     TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "      perform mns-ripristina" TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "         thru ex-mns-ripristina" TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.

                IF MNT-APP-OPS(MNT-I) NOT = SPACES
                 MOVE '     when "approve"'       TO STRINGA
                 PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A
                 MOVE "      perform mna-applica thru ex-mna-applica"
                   TO STRINGA
                 PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A
                END-IF.

                IF MNT-ALT-CONTA(MNT-I) > ZEROS
                 MOVE '     when "keys"'          TO STRINGA
                 PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A
                 MOVE "      perform mnt-chiavi thru ex-mnt-chiavi"
                   TO STRINGA
                 PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A
                 MOVE '     when "page"'          TO STRINGA
                 PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A
                 MOVE "      perform mnt-pagina thru ex-mnt-pagina"
                   TO STRINGA
                 PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A
                END-IF.

                IF MNT-RIG-RECORD(MNT-I) NOT = SPACES
                 MOVE '     when "lines"'         TO STRINGA
                 PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A
                 MOVE "      perform mnr-griglia  thru ex-mnr-griglia"
                   TO STRINGA
                 PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A
                 MOVE '     when "addline"'       TO STRINGA
                 PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A
                 MOVE "      perform mnr-aggiungi thru ex-mnr-aggiungi"
                   TO STRINGA
                 PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A
                 MOVE '     when "chgline"'       TO STRINGA
                 PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A
                 MOVE "      perform mnr-cambia   thru ex-mnr-cambia"
                   TO STRINGA
                 PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A
                 MOVE '     when "delline"'       TO STRINGA
                 PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A
                 MOVE "      perform mnr-togli    thru ex-mnr-togli"
                   TO STRINGA
                 PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A
                END-IF.

                MOVE "    end-evaluate."        TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "    goback."              TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "    move agar-form   to mnt-win." TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE '    if mnt-aperto = "S"'  TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "     close mnt-file"      TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                IF MNT-RIG-RECORD(MNT-I) NOT = SPACES
                 MOVE "     close mnt-righe"    TO STRINGA
                 PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A
                END-IF.
                MOVE "     move space to mnt-aperto" TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "    end-if."              TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "    perform mnt-ditta thru ex-mnt-ditta."
                  TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "    move spaces to mns-nome." TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE '    string function trim(mnt-nome) ".his"'
                  TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "     delimited by size into mns-nome." TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "    open i-o mnt-file."   TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE '    if mnt-stato = "35"'  TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "    end-if."              TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.

                IF MNT-ALT-CONTA(MNT-I) > ZEROS
                 MOVE '    if mnt-aperto = "S"' TO STRINGA
                 PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A
                 MOVE "     perform mnt-registra thru ex-mnt-registra"
                   TO STRINGA
                 PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A
                 MOVE "    end-if."              TO STRINGA
                 PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A
                END-IF.

                IF MNT-RIG-RECORD(MNT-I) NOT = SPACES
                 MOVE '    if mnt-aperto = "S"' TO STRINGA
                 PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A
                 MOVE "     perform mnr-apri thru ex-mnr-apri"
                   TO STRINGA
                 PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A
                 MOVE "    end-if."              TO STRINGA
                 PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A
                END-IF.

                MOVE "ex-mnt-apri."             TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "    exit."                TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.

                MOVE "leggi"  TO MNT-NOME-CAMPO.
                MOVE "mnr-carica" TO MNT-DOPO.
                MOVE "S"      TO MNT-LEN-ALFA.
                MOVE "    read mnt-file key is mnt-chiave"
                  TO MNT-TESTO.
                PERFORM EMETTI-MNT-OPERAZIONE
                   THRU EX-EMETTI-MNT-OPERAZIONE.

                MOVE SPACES   TO MNT-EVENTO.
                MOVE "nuovo"  TO MNT-NOME-CAMPO.
                MOVE "add"    TO MNT-EVENTO.
                MOVE "mnr-salva" TO MNT-DOPO.
                MOVE SPACE    TO MNT-LEN-ALFA.
                MOVE "    write mnt-record" TO MNT-TESTO.
                PERFORM EMETTI-MNT-OPERAZIONE
                   THRU EX-EMETTI-MNT-OPERAZIONE.

                MOVE "cambia" TO MNT-NOME-CAMPO.
                MOVE "change" TO MNT-EVENTO.
                MOVE "mnr-salva" TO MNT-DOPO.
                MOVE SPACE    TO MNT-LEN-ALFA.
                MOVE "    rewrite mnt-record" TO MNT-TESTO.
                PERFORM EMETTI-MNT-OPERAZIONE
                   THRU EX-EMETTI-MNT-OPERAZIONE.

                MOVE "togli"  TO MNT-NOME-CAMPO.
                MOVE "delete" TO MNT-EVENTO.
                MOVE "mnr-rimuovi" TO MNT-DOPO.
                MOVE SPACE    TO MNT-LEN-ALFA.
                MOVE "    delete mnt-file" TO MNT-TESTO.
                PERFORM EMETTI-MNT-OPERAZIONE
                   THRU EX-EMETTI-MNT-OPERAZIONE.

                MOVE SPACES   TO MNT-EVENTO.
                MOVE "avanti" TO MNT-NOME-CAMPO.
                MOVE "mnr-carica" TO MNT-DOPO.
                MOVE "N"      TO MNT-LEN-ALFA.
                MOVE "    read mnt-file next" TO MNT-TESTO.
                PERFORM EMETTI-MNT-OPERAZIONE
                   THRU EX-EMETTI-MNT-OPERAZIONE.

                MOVE "prima"  TO MNT-NOME-CAMPO.
                MOVE "mnr-carica" TO MNT-DOPO.
                MOVE "N"      TO MNT-LEN-ALFA.
                MOVE "    read mnt-file previous" TO MNT-TESTO.
                PERFORM EMETTI-MNT-OPERAZIONE
                   THRU EX-EMETTI-MNT-OPERAZIONE.

                PERFORM EMETTI-MNS-IO THRU EX-EMETTI-MNS-IO.

                IF MNT-APP-OPS(MNT-I) NOT = SPACES
                 PERFORM EMETTI-MNA-IO THRU EX-EMETTI-MNA-IO.

                MOVE "mnt-errore."              TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "    move spaces to agar-text." TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
      *
      *  the name of the file actually opened: with a file per
      *  company it is not the one of the definition
      *
                MOVE "    string function trim(mnt-nome)" TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE '     ": file status "'        TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "    exit."                TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.

                IF MNT-ALT-CONTA(MNT-I) > ZEROS
                 PERFORM EMETTI-MNT-ALT-IO THRU EX-EMETTI-MNT-ALT-IO.

                IF MNT-RIG-RECORD(MNT-I) NOT = SPACES
                 PERFORM EMETTI-MNR-IO THRU EX-EMETTI-MNR-IO.

                STRING "end program "
                 FUNCTION TRIM(MNT-PREFIX(MNT-I)) "-mnt."
                 DELIMITED BY SIZE INTO STRINGA.
        EX-EMETTI-MNT-IO.
                EXIT.

      *
      *  the pieces of the I/O program a generated loader shares:
      *  the SELECT of the INDEXED file, its records and its name
      *
        EMETTI-MNT-SELECT.

                MOVE "    select optional mnt-file" TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "     assign to mnt-nome"      TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "     organization is indexed" TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "     access mode is dynamic"  TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "     record key is mnt-chiave" TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.

                MOVE SPACE TO SW-MNT-DUP.
                PERFORM VARYING MNT-K FROM 1 BY 1
                 UNTIL MNT-K > MNT-ALT-CONTA(MNT-I)
                 STRING "     alternate record key is mnt-alt-" MNT-K
                  DELIMITED BY SIZE INTO STRINGA
                 PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A
                 IF MNT-ALT-DUP(MNT-I MNT-K) = "S"
                  MOVE "S" TO SW-MNT-DUP
                  MOVE "      with duplicates" TO STRINGA
                  PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A
                 END-IF
                END-PERFORM.

                MOVE "     file status is mnt-stato." TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.

        EX-EMETTI-MNT-SELECT.
                EXIT.

        EMETTI-MNT-FD.

                MOVE "fd mnt-file."             TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "01 mnt-record."           TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.

                IF MNT-KEY-OFF(MNT-I) > ZEROS
                 MOVE MNT-KEY-OFF(MNT-I) TO MNT-EDIT
                 STRING "   02 filler pic x("
                  FUNCTION TRIM(MNT-EDIT) ")."
                  DELIMITED BY SIZE INTO STRINGA
                 PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A
                END-IF.

                MOVE MNT-KEY-LEN(MNT-I) TO MNT-EDIT.
                STRING "   02 mnt-chiave pic x("
                 FUNCTION TRIM(MNT-EDIT) ")."
                 DELIMITED BY SIZE INTO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.

                COMPUTE MNT-LEN-CAMPO = MNT-LUNGHEZZA(MNT-I)
                 - MNT-KEY-OFF(MNT-I) - MNT-KEY-LEN(MNT-I).

                IF MNT-LEN-CAMPO > ZEROS
                 MOVE MNT-LEN-CAMPO TO MNT-EDIT
                 STRING "   02 filler pic x("
                  FUNCTION TRIM(MNT-EDIT) ")."
                  DELIMITED BY SIZE INTO STRINGA
                 PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A
                END-IF.

      *
      *  each alternate key gets a record of its own over the same
      *  area, the key field named at its offset
      *
                PERFORM VARYING MNT-K FROM 1 BY 1
                 UNTIL MNT-K > MNT-ALT-CONTA(MNT-I)
                 STRING "01 mnt-record-" MNT-K "."
                  DELIMITED BY SIZE INTO STRINGA
                 PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A
                 MOVE SPACES TO MNT-NOME-CAMPO
                 STRING "mnt-alt-" MNT-K
                  DELIMITED BY SIZE INTO MNT-NOME-CAMPO
                 MOVE "   02"                    TO MNT-LIVELLO
                 MOVE MNT-ALT-OFF(MNT-I MNT-K)   TO MNT-STR-OFF
                 MOVE MNT-ALT-LEN(MNT-I MNT-K)   TO MNT-STR-LEN
                 MOVE MNT-LUNGHEZZA(MNT-I)       TO MNT-STR-TOT
                 PERFORM EMETTI-MNT-STRATI THRU EX-EMETTI-MNT-STRATI
                END-PERFORM.

        EX-EMETTI-MNT-FD.
                EXIT.

      *
      *  the file name may run to 80 characters, past what one
      *  generated line can carry: the item is laid down in 20
      *  byte pieces, like the generated record maps are
      *
        EMETTI-MNT-NOME.

                MOVE "01 mnt-nome."                TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.

                PERFORM VARYING MNT-PUNTA FROM 1 BY 20
                 UNTIL MNT-PUNTA > 80
                 MOVE SPACES TO STRINGA
                 STRING '   02 filler pic x(20) value "'
                  MNT-FILE-NOME(MNT-I)(MNT-PUNTA:20) '".'
                  DELIMITED BY SIZE INTO STRINGA
                 PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A
                END-PERFORM.

                MOVE "   02 filler pic x(120) value spaces."
                  TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "01 mnt-nome-base pic x(200) value spaces."
                  TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.

        EX-EMETTI-MNT-NOME.
                EXIT.

      *
      *  one CRUD paragraph: MNT-NOME-CAMPO carries the paragraph
      *  stem, MNT-TESTO the I/O statement, MNT-LEN-ALFA the shape
      *  ("S" collects first and shows the record back, "N" only
      *  shows it back, space collects and checks the status);
      *  with lines MNT-DOPO names the paragraph that carries the
      *  lines along once the header I/O went through; MNT-EVENTO
      *  names the history entry of an update (spaces for a read)
      *
        EMETTI-MNT-OPERAZIONE.

                 PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A
                END-IF.

                IF MNT-EVENTO NOT = SPACES
                 MOVE "    perform mns-prima-di thru ex-mns-prima-di."
                   TO STRINGA
                 PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A
                END-IF.

                IF MNT-EVENTO NOT = SPACES
                 AND MNT-APP-OPS(MNT-I) NOT = SPACES
                 STRING '    move "' FUNCTION TRIM(MNT-EVENTO)
                  '" to mns-op.'
                  DELIMITED BY SIZE INTO STRINGA
                 PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A
                 MOVE SPACES TO MNT-USCITA
                 STRING "ex-mnt-" FUNCTION TRIM(MNT-NOME-CAMPO)
                  DELIMITED BY SIZE INTO MNT-USCITA
                 PERFORM EMETTI-MNA-CONTROLLO
                    THRU EX-EMETTI-MNA-CONTROLLO
                END-IF.

                PERFORM EMETTI-MNT-ISTRUZIONE
                   THRU EX-EMETTI-MNT-ISTRUZIONE.

      *
      *  a duplicate alternate key is news, not an error
      *
                IF SW-MNT-DUP = "S"
                 MOVE '    if mnt-stato = "02"'  TO STRINGA
                 PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A
                 MOVE '     move "00" to mnt-stato' TO STRINGA
                 PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A
                 MOVE "    end-if."              TO STRINGA
                 PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A
                END-IF.

                IF MNT-RIG-RECORD(MNT-I) = SPACES
                 MOVE SPACES TO MNT-DOPO.

                IF MNT-LEN-ALFA = SPACE
                 MOVE '    if mnt-stato not = "00"' TO STRINGA
                 MOVE "     perform mnt-errore thru ex-mnt-errore"
                   TO STRINGA
                 PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A
                 MOVE "    else"                 TO STRINGA
                 PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A
                 STRING '     move "' FUNCTION TRIM(MNT-EVENTO)
                  '" to mns-op'
                  DELIMITED BY SIZE INTO STRINGA
                 PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A
                 MOVE "     perform mns-scrivi thru ex-mns-scrivi"
                   TO STRINGA
                 PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A
                 IF MNT-DOPO NOT = SPACES
                  PERFORM EMETTI-MNT-DOPO THRU EX-EMETTI-MNT-DOPO
                 END-IF
                 MOVE "    end-if."              TO STRINGA
                 PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A
                ELSE
                 MOVE '    if mnt-stato = "00"'  TO STRINGA
                 MOVE "     perform mnt-esponi thru ex-mnt-esponi"
                   TO STRINGA
                 PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A
                 IF MNT-DOPO NOT = SPACES
                  PERFORM EMETTI-MNT-DOPO THRU EX-EMETTI-MNT-DOPO
                 END-IF
                 MOVE "    else"                 TO STRINGA
                 PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A
                 MOVE "     perform mnt-errore thru ex-mnt-errore"
                   TO STRINGA
                 PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A
      *
      *  a key read that finds nothing leaves no lines behind, so
      *  they cannot ride along with the next header added
      *
                 IF MNT-DOPO NOT = SPACES AND MNT-LEN-ALFA = "S"
                  MOVE "     perform mnr-svuota thru ex-mnr-svuota"
                    TO STRINGA
                  PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A
                 END-IF
                 MOVE "    end-if."              TO STRINGA
                 PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A
                END-IF.
        EX-EMETTI-MNT-OPERAZIONE.
                EXIT.

      *
      *  the I/O statement of the paragraph; with alternate keys the
      *  keyed read goes by the key the clerk picked in the combo
      *
        EMETTI-MNT-ISTRUZIONE.

                IF MNT-NOME-CAMPO = "leggi"
                 AND MNT-ALT-CONTA(MNT-I) > ZEROS
                 PERFORM EMETTI-MNT-LEGGI-ALT
                    THRU EX-EMETTI-MNT-LEGGI-ALT
                 GO TO EX-EMETTI-MNT-ISTRUZIONE.

                MOVE MNT-TESTO(1:60) TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "    end-read."             TO STRINGA.
                IF MNT-TESTO(5:5) = "write"
                 MOVE "    end-write."           TO STRINGA.
                IF MNT-TESTO(5:7) = "rewrite"
                 MOVE "    end-rewrite."         TO STRINGA.
                IF MNT-TESTO(5:6) = "delete"
                 MOVE "    end-delete."          TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.

        EX-EMETTI-MNT-ISTRUZIONE.
                EXIT.

        EMETTI-MNT-LEGGI-ALT.

                MOVE "    perform mnt-scelta thru ex-mnt-scelta."
                  TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "    evaluate mnt-quale"   TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.

                PERFORM VARYING MNT-K FROM 1 BY 1
                 UNTIL MNT-K > MNT-ALT-CONTA(MNT-I)
                 STRING "     when " MNT-K
                  DELIMITED BY SIZE INTO STRINGA
                 PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A
                 STRING "      read mnt-file key is mnt-alt-" MNT-K
                  DELIMITED BY SIZE INTO STRINGA
                 PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A
                 MOVE "      end-read"           TO STRINGA
                 PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A
                END-PERFORM.

                MOVE "     when other"           TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "      read mnt-file key is mnt-chiave" TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "      end-read"            TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "    end-evaluate."         TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.

        EX-EMETTI-MNT-LEGGI-ALT.
                EXIT.

        EMETTI-MNT-DOPO.

                STRING "     perform " FUNCTION TRIM(MNT-DOPO)
                 " thru ex-" FUNCTION TRIM(MNT-DOPO)
                 DELIMITED BY SIZE INTO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.

        EX-EMETTI-MNT-DOPO.
                EXIT.

      *
      *  master/detail: the lines file and the list that feeds the
      *  grid, in the I/O program of the header
      *
        EMETTI-MNR-SELECT.

                MOVE "    select optional mnt-righe" TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "     assign to mnr-nome"   TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "     organization is indexed" TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "     access mode is dynamic" TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "     record key is mnr-chiave" TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "     file status is mnr-stato." TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "    select mnt-lista"      TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "     assign to mnr-lista"  TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "     organization is line sequential" TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "     file status is mnr-stato-lista." TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.

        EX-EMETTI-MNR-SELECT.
                EXIT.

      *
      *  the lines file record: header key plus line number as the
      *  record key, then the whole lines record
      *
        EMETTI-MNR-FD.

                MOVE "fd mnt-righe."             TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "01 mnr-record."            TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "   02 mnr-chiave."         TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.

                MOVE MNT-KEY-LEN(MNT-I) TO MNT-EDIT.
                STRING "      03 mnr-testata pic x("
                 FUNCTION TRIM(MNT-EDIT) ")."
                 DELIMITED BY SIZE INTO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.

                MOVE MNT-RIG-NUM-LEN(MNT-I) TO MNT-EDIT.
                STRING "      03 mnr-numero  pic x("
                 FUNCTION TRIM(MNT-EDIT) ")."
                 DELIMITED BY SIZE INTO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.

                MOVE MNT-RIG-LUNGHEZZA(MNT-I) TO MNT-EDIT.
                STRING "   02 mnr-dati pic x("
                 FUNCTION TRIM(MNT-EDIT) ")."
                 DELIMITED BY SIZE INTO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.

                MOVE "fd mnt-lista."             TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "01 mnr-riga-lista pic x(2000)." TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.

        EX-EMETTI-MNR-FD.
                EXIT.

        EMETTI-MNR-WS.

      *
      *  the lines file name in 20 byte pieces, as the header one
      *
                MOVE "01 mnr-nome."              TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.

                PERFORM VARYING MNT-PUNTA FROM 1 BY 20
                 UNTIL MNT-PUNTA > 80
                 MOVE SPACES TO STRINGA
                 STRING '   02 filler pic x(20) value "'
                  MNT-RIG-FILE(MNT-I)(MNT-PUNTA:20) '".'
                  DELIMITED BY SIZE INTO STRINGA
                 PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A
                END-PERFORM.

                MOVE "   02 filler pic x(120) value spaces." TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "01 mnr-nome-base pic x(200) value spaces."
                  TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "01 mnr-stato       pic xx." TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "01 mnr-stato-lista pic xx." TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.

                STRING '01 mnr-lista       pic x(80) value "'
                 FUNCTION TRIM(MNT-PREFIX(MNT-I)) '-righe.lst".'
                 DELIMITED BY SIZE INTO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.

                MOVE "01 mnr-mappa       pic x(400)." TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "01 mnr-grid        usage pointer." TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "01 mnr-ptr         usage pointer." TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "01 mnr-quante      pic 9(4) value zero."
                  TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "01 mnr-troppe      pic x value space." TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "01 mnr-k           pic 9(4) value zero."
                  TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "01 mnr-j           pic 9(4) value zero."
                  TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "01 mnr-fallita     pic x value space." TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "01 mnr-stato-ko    pic xx." TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "01 mnr-vecchie-n   pic 9(4) value zero."
                  TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.

                MOVE MNT-RIG-LUNGHEZZA(MNT-I) TO MNT-EDIT.
                STRING "01 mnr-shadow      pic x("
                 FUNCTION TRIM(MNT-EDIT) ") based."
                 DELIMITED BY SIZE INTO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.

                MOVE "01 mnr-tabella."           TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "   02 mnr-riga occurs 999." TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.

                MOVE "      03"               TO MNT-LIVELLO.
                MOVE "mnr-riga-numero"        TO MNT-NOME-CAMPO.
                MOVE MNT-RIG-NUM-OFF(MNT-I)   TO MNT-STR-OFF.
                MOVE MNT-RIG-NUM-LEN(MNT-I)   TO MNT-STR-LEN.
                MOVE MNT-RIG-LUNGHEZZA(MNT-I) TO MNT-STR-TOT.
                PERFORM EMETTI-MNT-STRATI THRU EX-EMETTI-MNT-STRATI.

                MOVE "01 mnr-corrente."          TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.

                MOVE "   02"                  TO MNT-LIVELLO.
                MOVE "mnr-cor-numero"         TO MNT-NOME-CAMPO.
                MOVE MNT-RIG-NUM-OFF(MNT-I)   TO MNT-STR-OFF.
                MOVE MNT-RIG-NUM-LEN(MNT-I)   TO MNT-STR-LEN.
                MOVE MNT-RIG-LUNGHEZZA(MNT-I) TO MNT-STR-TOT.
                PERFORM EMETTI-MNT-STRATI THRU EX-EMETTI-MNT-STRATI.

      *
      *  the lines on file before a save, put back with the header
      *  when the new ones cannot all be written
      *
                MOVE "01 mnr-vecchie."           TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "   02 mnr-vecchia occurs 999." TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.

                MOVE "      03"               TO MNT-LIVELLO.
                MOVE "mnr-vec-numero"         TO MNT-NOME-CAMPO.
                MOVE MNT-RIG-NUM-OFF(MNT-I)   TO MNT-STR-OFF.
                MOVE MNT-RIG-NUM-LEN(MNT-I)   TO MNT-STR-LEN.
                MOVE MNT-RIG-LUNGHEZZA(MNT-I) TO MNT-STR-TOT.
                PERFORM EMETTI-MNT-STRATI THRU EX-EMETTI-MNT-STRATI.

                MOVE MNT-RIG-NUM-LEN(MNT-I) TO MNT-EDIT.
                STRING "01 mnr-numero-n    pic 9("
                 FUNCTION TRIM(MNT-EDIT) ")."
                 DELIMITED BY SIZE INTO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "01 mnr-numero-x redefines mnr-numero-n"
                  TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                STRING "   pic x(" FUNCTION TRIM(MNT-EDIT) ")."
                 DELIMITED BY SIZE INTO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                STRING "01 mnr-massimo     pic 9("
                 FUNCTION TRIM(MNT-EDIT) ")."
                 DELIMITED BY SIZE INTO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.

        EX-EMETTI-MNR-WS.
                EXIT.

      *
      *  a record image with one field named: MNT-LIVELLO carries
      *  the level, MNT-NOME-CAMPO the name, MNT-STR-OFF/-LEN where
      *  the field sits in the MNT-STR-TOT bytes of the record
      *
        EMETTI-MNT-STRATI.

                MOVE MNT-STR-OFF TO MNT-EDIT.
                IF MNT-STR-OFF > ZEROS
                 STRING FUNCTION TRIM(MNT-LIVELLO TRAILING) " "
                  "filler pic x(" FUNCTION TRIM(MNT-EDIT) ")."
                  DELIMITED BY SIZE INTO STRINGA
                 PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A
                END-IF.

                MOVE MNT-STR-LEN TO MNT-EDIT.
                STRING FUNCTION TRIM(MNT-LIVELLO TRAILING) " "
                 FUNCTION TRIM(MNT-NOME-CAMPO) " pic x("
                 FUNCTION TRIM(MNT-EDIT) ")."
                 DELIMITED BY SIZE INTO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.

                COMPUTE MNT-LEN-CAMPO = MNT-STR-TOT
                 - MNT-STR-OFF - MNT-STR-LEN.

                IF MNT-LEN-CAMPO > ZEROS
                 MOVE MNT-LEN-CAMPO TO MNT-EDIT
                 STRING FUNCTION TRIM(MNT-LIVELLO TRAILING) " "
                  "filler pic x(" FUNCTION TRIM(MNT-EDIT) ")."
                  DELIMITED BY SIZE INTO STRINGA
                 PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A
                END-IF.

        EX-EMETTI-MNT-STRATI.
                EXIT.

      *
      *  alternate keys in the I/O program: the combo of the screen,
      *  the key picked, and the page the browse verbs of agarcob ask
      *  for -- mnt-rif keeps the record the page starts from
      *
        EMETTI-MNT-ALT-WS.

                MOVE "01 mnt-combo   usage pointer value null."
                  TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "01 mnt-quale   pic 9 value zero." TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "01 mnt-passo   pic 99 value zero." TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "01 mnt-contate pic 99 value zero." TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "01 mnt-k       pic 99 value zero." TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "01 mnt-verso   pic x value space." TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "01 mnt-passato pic x value space." TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "01 mnt-fine    pic x value space." TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "01 mnt-pagine  based."     TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "   02 mnt-pag-riga pic x(512) occurs 30."
                  TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "01 mnt-rif."               TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.

                MOVE "   02"                  TO MNT-LIVELLO.
                MOVE "mnt-rif-chiave"         TO MNT-NOME-CAMPO.
                MOVE MNT-KEY-OFF(MNT-I)       TO MNT-STR-OFF.
                MOVE MNT-KEY-LEN(MNT-I)       TO MNT-STR-LEN.
                MOVE MNT-LUNGHEZZA(MNT-I)     TO MNT-STR-TOT.
                PERFORM EMETTI-MNT-STRATI THRU EX-EMETTI-MNT-STRATI.

        EX-EMETTI-MNT-ALT-WS.
                EXIT.

      *
      *  mnt-registra tells agarcob which keys the file has, by name
      *  and number (0 the record key), so browse-open "file;KEY"
      *  comes back here for its pages; a page is asked with the
      *  key number in agar-int, the rows in agar-number and in
      *  agar-value "P" from the partial key in agar-text, "A" after
      *  or "B" before the record image in agar-text -- on equal
      *  alternate keys the record image itself is passed over
      *  before the page starts
      *
        EMETTI-MNT-ALT-IO.

                MOVE "mnt-chiavi."               TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "    move agar-widget to mnt-combo." TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "ex-mnt-chiavi."            TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "    exit."                 TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "mnt-scelta."               TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "    move zero to mnt-quale." TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "    if mnt-combo = null"   TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "     go to ex-mnt-scelta." TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "    move mnt-combo to agar-object agar-widget."
                  TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE '    move "get-value" to agar-function.'
                  TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                PERFORM EMETTI-MNT-CONNECTOR
                   THRU EX-EMETTI-MNT-CONNECTOR.
                MOVE "    inspect agar-text"     TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE '     replacing all x"00" by space.' TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "    move function upper-case(agar-text)"
                  TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "      to agar-text."       TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "    evaluate agar-text"    TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.

                PERFORM VARYING MNT-K FROM 1 BY 1
                 UNTIL MNT-K > MNT-ALT-CONTA(MNT-I)
                 STRING '     when "' FUNCTION UPPER-CASE(
                  FUNCTION TRIM(MNT-ALT-NOME(MNT-I MNT-K))) '"'
                  DELIMITED BY SIZE INTO STRINGA
                 PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A
                 STRING "      move " MNT-K " to mnt-quale"
                  DELIMITED BY SIZE INTO STRINGA
                 PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A
                END-PERFORM.

                MOVE "    end-evaluate."         TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "ex-mnt-scelta."            TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "    exit."                 TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "mnt-registra."             TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "    move zero to agar-int." TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.

                STRING '    move "' FUNCTION UPPER-CASE(
                 FUNCTION TRIM(MNT-CHIAVE(MNT-I))) '" to agar-value.'
                 DELIMITED BY SIZE INTO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "    perform mnt-registra-una" TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "     thru ex-mnt-registra-una." TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.

                PERFORM VARYING MNT-K FROM 1 BY 1
                 UNTIL MNT-K > MNT-ALT-CONTA(MNT-I)
                 STRING "    move " MNT-K " to agar-int."
                  DELIMITED BY SIZE INTO STRINGA
                 PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A
                 STRING '    move "' FUNCTION UPPER-CASE(
                  FUNCTION TRIM(MNT-ALT-NOME(MNT-I MNT-K)))
                  '" to agar-value.'
                  DELIMITED BY SIZE INTO STRINGA
                 PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A
                 MOVE "    perform mnt-registra-una" TO STRINGA
                 PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A
                 MOVE "     thru ex-mnt-registra-una." TO STRINGA
                 PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A
                END-PERFORM.

                MOVE "ex-mnt-registra."          TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "    exit."                 TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "mnt-registra-una."         TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "    move mnt-nome to agar-text." TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.

                STRING '    move "' FUNCTION TRIM(MNT-PREFIX(MNT-I))
                 '-mnt" to agar-procedure.'
                 DELIMITED BY SIZE INTO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE '    move "browse-key" to agar-function.'
                  TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                PERFORM EMETTI-MNT-CONNECTOR
                   THRU EX-EMETTI-MNT-CONNECTOR.
                MOVE "ex-mnt-registra-una."      TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "    exit."                 TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "mnt-pagina."               TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "    move zero to mnt-contate." TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "    move agar-number to mnt-passo." TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "    move zero to agar-number." TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE '    if mnt-aperto not = "S"' TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "     go to ex-mnt-pagina." TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "    set address of mnt-pagine to agar-struct."
                  TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "    if mnt-passo < 1 or mnt-passo > 30"
                  TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "     move 15 to mnt-passo." TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "    move agar-int to mnt-quale." TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "    move agar-value(1:1) to mnt-verso."
                  TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE '    if mnt-verso = "P"'    TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "     move low-values to mnt-record" TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "     perform mnt-metti-chiave" TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "      thru ex-mnt-metti-chiave" TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "    else"                  TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "     move agar-text to mnt-record" TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "    end-if."               TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "    move mnt-record to mnt-rif." TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "    perform mnt-parti thru ex-mnt-parti."
                  TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE '    move "N" to mnt-passato.' TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE '    if mnt-verso = "P"'    TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE '     move "S" to mnt-passato.' TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "    move space to mnt-fine." TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE '    if mnt-stato not = "00"' TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE '     move "S" to mnt-fine.' TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "    perform mnt-pagina-una" TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "     thru ex-mnt-pagina-una" TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE '     until mnt-fine = "S"' TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "     or mnt-contate = mnt-passo." TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE '    if mnt-verso = "B"'    TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "     perform varying mnt-k from 1 by 1"
                  TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "      until mnt-k > mnt-contate" TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "      move mnt-pag-riga(30 - mnt-contate + mnt-k)"
                  TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "        to mnt-pag-riga(mnt-k)" TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "     end-perform"          TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "    end-if."               TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "    move mnt-contate to agar-number." TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "ex-mnt-pagina."            TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "    exit."                 TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "mnt-pagina-una."           TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE '    if mnt-verso = "B"'    TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "     read mnt-file previous" TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "     end-read"             TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "    else"                  TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "     read mnt-file next"   TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "     end-read"             TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "    end-if."               TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE '    if mnt-stato = "02"'   TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE '     move "00" to mnt-stato' TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "    end-if."               TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE '    if mnt-stato not = "00"' TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE '     move "S" to mnt-fine' TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "     go to ex-mnt-pagina-una." TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE '    if mnt-passato = "N"'  TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "     perform mnt-passa thru ex-mnt-passa"
                  TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "    end-if."               TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE '    if mnt-passato = "R"'  TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE '     move "S" to mnt-passato' TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "     go to ex-mnt-pagina-una." TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE '    if mnt-passato not = "S"' TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "     go to ex-mnt-pagina-una." TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "    add 1 to mnt-contate."   TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE '    if mnt-verso = "B"'    TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "     move mnt-record"      TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "       to mnt-pag-riga(31 - mnt-contate)"
                  TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "    else"                  TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "     move mnt-record"      TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "       to mnt-pag-riga(mnt-contate)" TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "    end-if."               TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "ex-mnt-pagina-una."        TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "    exit."                 TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "mnt-passa."                TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "    if mnt-chiave = mnt-rif-chiave" TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE '     move "R" to mnt-passato' TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "     go to ex-mnt-passa."  TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "    evaluate mnt-quale"   TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.

                PERFORM VARYING MNT-K FROM 1 BY 1
                 UNTIL MNT-K > MNT-ALT-CONTA(MNT-I)
                 STRING "     when " MNT-K
                  DELIMITED BY SIZE INTO STRINGA
                 PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A
                 COMPUTE MNT-OFF-CAMPO = MNT-ALT-OFF(MNT-I MNT-K) + 1
                 MOVE MNT-OFF-CAMPO            TO MNT-EDIT
                 MOVE MNT-ALT-LEN(MNT-I MNT-K) TO MNT-EDIT2
                 STRING "      if mnt-alt-" MNT-K " not = mnt-rif("
                  FUNCTION TRIM(MNT-EDIT) ":" FUNCTION TRIM(MNT-EDIT2)
                  ")"
                  DELIMITED BY SIZE INTO STRINGA
                 PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A
                 MOVE '       move "S" to mnt-passato' TO STRINGA
                 PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A
                 MOVE "      end-if"             TO STRINGA
                 PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A
                END-PERFORM.

                MOVE "     when other"           TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE '      move "S" to mnt-passato' TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "    end-evaluate."         TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "ex-mnt-passa."             TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "    exit."                 TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "mnt-parti."                TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "    evaluate mnt-quale"   TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.

                PERFORM VARYING MNT-K FROM 1 BY 1
                 UNTIL MNT-K > MNT-ALT-CONTA(MNT-I) + 1
                 MOVE SPACES TO MNT-NOME-CAMPO
                 IF MNT-K > MNT-ALT-CONTA(MNT-I)
                  MOVE "     when other"         TO STRINGA
                  MOVE "mnt-chiave"              TO MNT-NOME-CAMPO
                 ELSE
                  STRING "     when " MNT-K
                   DELIMITED BY SIZE INTO STRINGA
                  STRING "mnt-alt-" MNT-K
                   DELIMITED BY SIZE INTO MNT-NOME-CAMPO
                 END-IF
                 PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A
                 MOVE '      if mnt-verso = "B"'  TO STRINGA
                 PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A
                 STRING "       start mnt-file key not > "
                  FUNCTION TRIM(MNT-NOME-CAMPO)
                  DELIMITED BY SIZE INTO STRINGA
                 PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A
                 MOVE "       end-start"         TO STRINGA
                 PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A
                 MOVE "      else"               TO STRINGA
                 PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A
                 STRING "       start mnt-file key not < "
                  FUNCTION TRIM(MNT-NOME-CAMPO)
                  DELIMITED BY SIZE INTO STRINGA
                 PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A
                 MOVE "       end-start"         TO STRINGA
                 PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A
                 MOVE "      end-if"             TO STRINGA
                 PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A
                END-PERFORM.

                MOVE "    end-evaluate."         TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "ex-mnt-parti."             TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "    exit."                 TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "mnt-metti-chiave."         TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "    evaluate mnt-quale"   TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.

                PERFORM VARYING MNT-K FROM 1 BY 1
                 UNTIL MNT-K > MNT-ALT-CONTA(MNT-I)
                 STRING "     when " MNT-K
                  DELIMITED BY SIZE INTO STRINGA
                 PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A
                 STRING "      move agar-text to mnt-alt-" MNT-K
                  DELIMITED BY SIZE INTO STRINGA
                 PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A
                END-PERFORM.

                MOVE "     when other"           TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "      move agar-text to mnt-chiave" TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "    end-evaluate."         TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "ex-mnt-metti-chiave."      TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "    exit."                 TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.

        EX-EMETTI-MNT-ALT-IO.
                EXIT.

      *
      *  the lines in the I/O program: they live in mnr-tabella from
      *  the header read to the header save; Add line numbers a line
      *  left blank after the highest one, Change line first brings
      *  up the selected row when the fields hold another line, and
      *  the header Add/Change/Delete rewrite or drop every line of
      *  the key in the same call
      *
        EMETTI-MNR-IO.

                MOVE "mnr-apri."                 TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "    perform mnr-ditta thru ex-mnr-ditta."
                  TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "    open i-o mnt-righe."   TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE '    if mnr-stato = "35"'   TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "     open output mnt-righe" TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "     close mnt-righe"      TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "     open i-o mnt-righe"   TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "    end-if."               TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE '    if mnr-stato not = "00"' TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "     move space to mnt-aperto" TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "     perform mnr-errore thru ex-mnr-errore"
                  TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "    end-if."               TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "ex-mnr-apri."              TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "    exit."                 TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "mnr"                       TO MNT-DITTA-FILE.
                MOVE SPACE                       TO MNT-DITTA-DIRETTO.
                PERFORM EMETTI-MNT-DITTA THRU EX-EMETTI-MNT-DITTA.
                MOVE "mnr-griglia."              TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "    move agar-widget to mnr-grid." TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "    move agar-struct to mnr-ptr." TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "    move agar-value  to mnr-mappa." TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.

                MOVE "C" TO MNT-MODO.
                PERFORM EMETTI-MNR-CAMPI THRU EX-EMETTI-MNR-CAMPI.

                MOVE "ex-mnr-griglia."           TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "    exit."                 TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "mnr-raccogli."             TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "    move mnr-ptr   to agar-struct." TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "    move mnr-mappa to agar-value." TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "    move mnt-win   to agar-widget." TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE '    move "collectrecord"'  TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "      to agar-function."   TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                PERFORM EMETTI-MNT-CONNECTOR
                   THRU EX-EMETTI-MNT-CONNECTOR.
                MOVE "    set address of mnr-shadow" TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "     to mnr-ptr."          TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "    move mnr-shadow to mnr-corrente." TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "ex-mnr-raccogli."          TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "    exit."                 TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "mnr-esponi."               TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "    set address of mnr-shadow" TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "     to mnr-ptr."          TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "    move mnr-corrente to mnr-shadow." TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "    move mnr-ptr   to agar-struct." TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "    move mnr-mappa to agar-value." TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "    move mnt-win   to agar-widget." TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE '    move "bindrecord"'     TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "      to agar-function."   TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                PERFORM EMETTI-MNT-CONNECTOR
                   THRU EX-EMETTI-MNT-CONNECTOR.
                MOVE "ex-mnr-esponi."            TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "    exit."                 TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "mnr-carica."               TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "    move zero  to mnr-quante." TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "    move space to mnr-troppe." TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "    move mnt-chiave to mnr-testata." TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "    move low-values to mnr-numero." TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "    start mnt-righe key is not < mnr-chiave"
                  TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "    end-start."            TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "    perform mnr-carica-una" TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "     thru ex-mnr-carica-una" TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE '     until mnr-stato not = "00".' TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "    perform mnr-mostra thru ex-mnr-mostra."
                  TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE '    if mnr-troppe = "S"'   TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE '     move "lines past 999 not shown" to agar-text'
                  TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "     perform mnr-avviso thru ex-mnr-avviso"
                  TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "    end-if."               TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "ex-mnr-carica."            TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "    exit."                 TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "mnr-carica-una."           TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "    read mnt-righe next"   TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "    end-read."             TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE '    if mnr-stato not = "00"' TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "     go to ex-mnr-carica-una." TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "    if mnr-testata not = mnt-chiave" TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE '     move "10" to mnr-stato' TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "     go to ex-mnr-carica-una." TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "    if mnr-quante = 999"   TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE '     move "S"  to mnr-troppe' TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE '     move "10" to mnr-stato' TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "     go to ex-mnr-carica-una." TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "    add 1 to mnr-quante."  TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "    move mnr-dati to mnr-riga(mnr-quante)."
                  TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "ex-mnr-carica-una."        TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "    exit."                 TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "mnr-mostra."               TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "    if mnr-grid = null"    TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "     go to ex-mnr-mostra." TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "    open output mnt-lista." TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "    perform mnr-mostra-una" TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "     thru ex-mnr-mostra-una" TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "     varying mnr-k from 1 by 1" TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "     until mnr-k > mnr-quante." TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "    close mnt-lista."      TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "    move mnr-grid  to agar-widget agar-object."
                  TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "    move mnr-lista to agar-text." TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "    move spaces    to agar-value." TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "    move zero      to agar-int." TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE '    move "loadtable" to agar-function.'
                  TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                PERFORM EMETTI-MNT-CONNECTOR
                   THRU EX-EMETTI-MNT-CONNECTOR.
                MOVE "ex-mnr-mostra."            TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "    exit."                 TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "mnr-mostra-una."           TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "    move spaces to mnr-riga-lista." TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.

                MOVE "R" TO MNT-MODO.
                PERFORM EMETTI-MNR-CAMPI THRU EX-EMETTI-MNR-CAMPI.

                MOVE "    write mnr-riga-lista." TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "ex-mnr-mostra-una."        TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "    exit."                 TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "mnr-cerca."                TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "    move zero to mnr-j."   TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "    perform varying mnr-k from 1 by 1" TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "     until mnr-k > mnr-quante or mnr-j > zero"
                  TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "     if mnr-riga-numero(mnr-k) = mnr-cor-numero"
                  TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "      move mnr-k to mnr-j" TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "     end-if"               TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "    end-perform."          TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "ex-mnr-cerca."             TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "    exit."                 TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "mnr-numera."               TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "    move zero to mnr-massimo." TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "    perform varying mnr-k from 1 by 1" TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "     until mnr-k > mnr-quante" TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "     move mnr-riga-numero(mnr-k) to mnr-numero-x"
                  TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "     if mnr-numero-n is numeric" TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "      and mnr-numero-n > mnr-massimo" TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "      move mnr-numero-n to mnr-massimo"
                  TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "     end-if"               TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "    end-perform."          TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "    compute mnr-numero-n = mnr-massimo + 1."
                  TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "    move mnr-numero-x to mnr-cor-numero."
                  TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "ex-mnr-numera."            TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "    exit."                 TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "mnr-aggiungi."             TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE '    if mnt-aperto not = "S"' TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "     go to ex-mnr-aggiungi." TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "    perform mnr-raccogli thru ex-mnr-raccogli."
                  TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "    if mnr-quante = 999"   TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE '     move "no room for more lines" to agar-text'
                  TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "     perform mnr-avviso thru ex-mnr-avviso"
                  TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "     go to ex-mnr-aggiungi." TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "    if mnr-cor-numero = spaces" TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "     or mnr-cor-numero = zeros" TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "     perform mnr-numera thru ex-mnr-numera."
                  TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "    perform mnr-cerca thru ex-mnr-cerca."
                  TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "    if mnr-j > zero"       TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE '     move "line number already present"'
                  TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "       to agar-text"       TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "     perform mnr-avviso thru ex-mnr-avviso"
                  TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "     go to ex-mnr-aggiungi." TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "    add 1 to mnr-quante."  TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "    move mnr-corrente to mnr-riga(mnr-quante)."
                  TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "    perform mnr-esponi thru ex-mnr-esponi."
                  TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "    perform mnr-mostra thru ex-mnr-mostra."
                  TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "ex-mnr-aggiungi."          TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "    exit."                 TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "mnr-cambia."               TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE '    if mnt-aperto not = "S"' TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "     go to ex-mnr-cambia." TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "    perform mnr-raccogli thru ex-mnr-raccogli."
                  TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "    move mnr-grid to agar-widget agar-object."
                  TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE '    move "get-selected" to agar-function.'
                  TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                PERFORM EMETTI-MNT-CONNECTOR
                   THRU EX-EMETTI-MNT-CONNECTOR.
                MOVE "    if agar-int > zero"    TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "     and agar-int not > mnr-quante" TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "     if mnr-riga-numero(agar-int)" TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "      not = mnr-cor-numero" TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "      move mnr-riga(agar-int) to mnr-corrente"
                  TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "      perform mnr-esponi thru ex-mnr-esponi"
                  TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "      go to ex-mnr-cambia" TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "     end-if"               TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "    end-if."               TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "    perform mnr-cerca thru ex-mnr-cerca."
                  TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "    if mnr-j = zero"       TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE '     move "select the line to change"' TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "       to agar-text"       TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "     perform mnr-avviso thru ex-mnr-avviso"
                  TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "     go to ex-mnr-cambia." TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "    move mnr-corrente to mnr-riga(mnr-j)."
                  TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "    perform mnr-mostra thru ex-mnr-mostra."
                  TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "ex-mnr-cambia."            TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "    exit."                 TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "mnr-togli."                TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE '    if mnt-aperto not = "S"' TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "     go to ex-mnr-togli."  TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "    move mnr-grid to agar-widget agar-object."
                  TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE '    move "get-selected" to agar-function.'
                  TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                PERFORM EMETTI-MNT-CONNECTOR
                   THRU EX-EMETTI-MNT-CONNECTOR.
                MOVE "    if agar-int = zero or agar-int > mnr-quante"
                  TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE '     move "select the line to delete"' TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "       to agar-text"       TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "     perform mnr-avviso thru ex-mnr-avviso"
                  TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "     go to ex-mnr-togli."  TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "    move agar-int to mnr-j." TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "    perform varying mnr-k from mnr-j by 1"
                  TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "     until mnr-k not < mnr-quante" TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "     move mnr-riga(mnr-k + 1) to mnr-riga(mnr-k)"
                  TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "    end-perform."          TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "    subtract 1 from mnr-quante." TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "    perform mnr-mostra thru ex-mnr-mostra."
                  TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "ex-mnr-togli."             TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "    exit."                 TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "mnr-salva."                TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE '    if mnr-troppe = "S"'   TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE '     move "lines past 999: lines not saved"'
                  TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "       to agar-text"       TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "     perform mnr-avviso thru ex-mnr-avviso"
                  TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "     go to ex-mnr-salva."  TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
      *
      *  the header is already on file: a line that cannot be
      *  written puts header and lines back as they were
      *
                MOVE "    move space to mnr-fallita." TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "    perform mnr-tieni thru ex-mnr-tieni."
                  TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "    perform mnr-cancella thru ex-mnr-cancella."
                  TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "    perform mnr-scrivi thru ex-mnr-scrivi"
                  TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "     varying mnr-k from 1 by 1" TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE '     until mnr-k > mnr-quante' TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE '      or mnr-fallita = "S".' TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE '    if mnr-fallita = "S"'  TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "     perform mnr-indietro thru ex-mnr-indietro."
                  TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "ex-mnr-salva."             TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "    exit."                 TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "mnr-scrivi."               TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "    move mnt-chiave to mnr-testata." TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "    move mnr-riga-numero(mnr-k) to mnr-numero."
                  TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "    move mnr-riga(mnr-k) to mnr-dati." TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "    write mnr-record"      TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "    end-write."            TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE '    if mnr-stato not = "00"' TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "     move mnr-stato to mnr-stato-ko" TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE '     move "S" to mnr-fallita.' TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "ex-mnr-scrivi."            TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "    exit."                 TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "mnr-tieni."                TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "    move zero to mnr-vecchie-n." TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "    move mnt-chiave to mnr-testata." TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "    move low-values to mnr-numero." TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "    start mnt-righe key is not < mnr-chiave"
                  TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "    end-start."            TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "    perform mnr-tieni-una thru ex-mnr-tieni-una"
                  TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE '     until mnr-stato not = "00".' TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "ex-mnr-tieni."             TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "    exit."                 TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "mnr-tieni-una."            TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "    read mnt-righe next"   TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "    end-read."             TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE '    if mnr-stato not = "00"' TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "     go to ex-mnr-tieni-una." TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "    if mnr-testata not = mnt-chiave" TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "     or mnr-vecchie-n = 999" TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE '     move "10" to mnr-stato' TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "     go to ex-mnr-tieni-una." TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "    add 1 to mnr-vecchie-n." TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "    move mnr-dati to mnr-vecchia(mnr-vecchie-n)."
                  TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "ex-mnr-tieni-una."         TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "    exit."                 TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.

      *
      *  an add is taken back by deleting the header, a change by
      *  rewriting the image read before it; the lines written so
      *  far go and the old ones come back, and the history gets
      *  the entry that undoes the one just written
      *
                MOVE "mnr-indietro."             TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "    perform mnr-cancella thru ex-mnr-cancella."
                  TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE '    if mns-op = "add"'     TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "     move mnt-record to mns-prima-img" TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE '     move "delete" to mns-op' TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "     delete mnt-file"      TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "     end-delete"           TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "    else"                  TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "     move mnt-record to mns-dopo-img" TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "     move mns-prima-img to mnt-record" TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "     move mns-dopo-img to mns-prima-img"
                  TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "     rewrite mnt-record"   TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "     end-rewrite"          TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "    end-if."               TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE '    if mnt-stato not = "00"' TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE '     and mnt-stato not = "02"' TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "     perform mnt-errore thru ex-mnt-errore"
                  TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "     go to ex-mnr-indietro." TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "    perform mnr-rimetti thru ex-mnr-rimetti"
                  TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "     varying mnr-k from 1 by 1" TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "     until mnr-k > mnr-vecchie-n." TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "    perform mns-scrivi thru ex-mns-scrivi."
                  TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "    move spaces to agar-text." TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "    string function trim(mnr-nome)" TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE '     ": file status " mnr-stato-ko' TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE '     ": header and lines not saved"' TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "     delimited by size into agar-text."
                  TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "    perform mnr-avviso thru ex-mnr-avviso."
                  TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "ex-mnr-indietro."          TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "    exit."                 TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "mnr-rimetti."              TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "    move mnt-chiave to mnr-testata." TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "    move mnr-vec-numero(mnr-k) to mnr-numero."
                  TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "    move mnr-vecchia(mnr-k) to mnr-dati."
                  TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "    write mnr-record"      TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "    end-write."            TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "ex-mnr-rimetti."           TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "    exit."                 TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "mnr-cancella."             TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE '    move "00" to mnr-stato.' TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "    perform mnr-cancella-una" TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "     thru ex-mnr-cancella-una" TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE '     until mnr-stato not = "00".' TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "ex-mnr-cancella."          TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "    exit."                 TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "mnr-cancella-una."         TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "    move mnt-chiave to mnr-testata." TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "    move low-values to mnr-numero." TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "    start mnt-righe key is not < mnr-chiave"
                  TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "    end-start."            TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE '    if mnr-stato not = "00"' TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "     go to ex-mnr-cancella-una." TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "    read mnt-righe next"   TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "    end-read."             TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE '    if mnr-stato not = "00"' TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "     go to ex-mnr-cancella-una." TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "    if mnr-testata not = mnt-chiave" TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE '     move "10" to mnr-stato' TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "     go to ex-mnr-cancella-una." TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "    delete mnt-righe"      TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "    end-delete."           TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "ex-mnr-cancella-una."      TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "    exit."                 TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "mnr-rimuovi."              TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "    perform mnr-cancella thru ex-mnr-cancella."
                  TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "    perform mnr-svuota   thru ex-mnr-svuota."
                  TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "ex-mnr-rimuovi."           TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "    exit."                 TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "mnr-svuota."               TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "    move zero  to mnr-quante." TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "    move space to mnr-troppe." TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "    perform mnr-mostra thru ex-mnr-mostra."
                  TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "ex-mnr-svuota."            TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "    exit."                 TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "mnr-avviso."               TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE '    move "set-error" to agar-function.'
                  TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                PERFORM EMETTI-MNT-CONNECTOR
                   THRU EX-EMETTI-MNT-CONNECTOR.
                MOVE "ex-mnr-avviso."            TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "    exit."                 TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.

                MOVE "mnr-errore."               TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "    move spaces to agar-text." TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.

                MOVE "    string function trim(mnr-nome)" TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE '     ": file status "'     TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "     mnr-stato delimited by size" TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "     into agar-text."      TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE '    move "set-error" to agar-function.'
                  TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                PERFORM EMETTI-MNT-CONNECTOR
                   THRU EX-EMETTI-MNT-CONNECTOR.
                MOVE "ex-mnr-errore."            TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "    exit."                 TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.

        EX-EMETTI-MNR-IO.
                EXIT.

      *
      *  record history of a maintain: every add, change and delete
      *  leaves the record before and after, with who, where and
      *  when, in <file>.his; the History button lists the versions
      *  of the key, compares two of them field by field and lets
      *  the restore role (GuiCOBOLrestorerole, default supervisor)
      *  put an earlier one back
      *
        EMETTI-MNS-SELECT.

                MOVE "    select optional mnt-storia" TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "     assign to mns-nome"   TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "     organization is sequential" TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "     file status is mns-stato." TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "    select mnt-elenco"     TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "     assign to mns-elenco" TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "     organization is line sequential" TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "     file status is mns-stato-elenco." TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.

        EX-EMETTI-MNS-SELECT.
                EXIT.

        EMETTI-MNS-FD.

                MOVE "fd mnt-storia."            TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "01 mns-record."            TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE MNT-KEY-LEN(MNT-I) TO MNT-EDIT.
                STRING "   02 mns-chiave   pic x("
                 FUNCTION TRIM(MNT-EDIT) ")."
                 DELIMITED BY SIZE INTO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "   02 mns-quando   pic x(14)." TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "   02 mns-evento   pic x(8)." TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "   02 mns-utente   pic x(32)." TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "   02 mns-stazione pic x(32)." TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE MNT-LUNGHEZZA(MNT-I) TO MNT-EDIT.
                STRING "   02 mns-prima    pic x("
                 FUNCTION TRIM(MNT-EDIT) ")."
                 DELIMITED BY SIZE INTO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE MNT-LUNGHEZZA(MNT-I) TO MNT-EDIT.
                STRING "   02 mns-dopo     pic x("
                 FUNCTION TRIM(MNT-EDIT) ")."
                 DELIMITED BY SIZE INTO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "fd mnt-elenco."            TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "01 mns-riga-elenco pic x(2000)." TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.

        EX-EMETTI-MNS-FD.
                EXIT.

        EMETTI-MNS-WS.

                MOVE "01 mns-nome         pic x(210)." TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "01 mns-stato        pic xx." TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "01 mns-stato-elenco pic xx." TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "01 mns-elenco       pic x(80)." TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "01 mns-lista        pic x(80) value" TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                STRING '     "'
                 FUNCTION TRIM(MNT-PREFIX(MNT-I))
                 '-storia.lst".'
                 DELIMITED BY SIZE INTO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "01 mns-confronto    pic x(80) value" TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                STRING '     "'
                 FUNCTION TRIM(MNT-PREFIX(MNT-I))
                 '-confronto.lst".'
                 DELIMITED BY SIZE INTO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "01 mns-op           pic x(8)." TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "01 mns-chi          pic x(32)." TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "01 mns-dove         pic x(32)." TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "01 mns-data         pic 9(8)." TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "01 mns-ora          pic 9(8)." TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "01 mns-trovato      pic x." TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "01 mns-fine         pic x." TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "01 mns-n            pic 9(5) value zero."
                  TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "01 mns-cerca        pic 9(5) value zero."
                  TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "01 mns-scelta       pic 9(5) value zero."
                  TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "01 mns-segno        pic 9(5) value zero."
                  TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "01 mns-edit         pic z(4)9." TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "01 mns-ruolo        pic x(16)." TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "01 mns-ammesso      pic x(16)." TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "01 mns-win          usage pointer value null."
                  TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "01 mns-grid         usage pointer value null."
                  TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "01 mns-cgrid        usage pointer value null."
                  TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "01 mns-nome-campo   pic x(30)." TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "01 mns-campo        pic x(120)." TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "01 mns-campo2       pic x(120)." TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "01 mns-diverso      pic x." TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "01 mns-ver-evento   pic x(8)." TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE MNT-KEY-LEN(MNT-I) TO MNT-EDIT.
                STRING "01 mns-chiave-cor   pic x("
                 FUNCTION TRIM(MNT-EDIT) ")."
                 DELIMITED BY SIZE INTO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE MNT-LUNGHEZZA(MNT-I) TO MNT-EDIT.
                STRING "01 mns-ver-prima    pic x("
                 FUNCTION TRIM(MNT-EDIT) ")."
                 DELIMITED BY SIZE INTO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE MNT-LUNGHEZZA(MNT-I) TO MNT-EDIT.
                STRING "01 mns-ver-dopo     pic x("
                 FUNCTION TRIM(MNT-EDIT) ")."
                 DELIMITED BY SIZE INTO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE MNT-LUNGHEZZA(MNT-I) TO MNT-EDIT.
                STRING "01 mns-prima-img    pic x("
                 FUNCTION TRIM(MNT-EDIT) ")."
                 DELIMITED BY SIZE INTO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE MNT-LUNGHEZZA(MNT-I) TO MNT-EDIT.
                STRING "01 mns-dopo-img     pic x("
                 FUNCTION TRIM(MNT-EDIT) ")."
                 DELIMITED BY SIZE INTO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE MNT-LUNGHEZZA(MNT-I) TO MNT-EDIT.
                STRING "01 mns-sinistra     pic x("
                 FUNCTION TRIM(MNT-EDIT) ")."
                 DELIMITED BY SIZE INTO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE MNT-LUNGHEZZA(MNT-I) TO MNT-EDIT.
                STRING "01 mns-destra       pic x("
                 FUNCTION TRIM(MNT-EDIT) ")."
                 DELIMITED BY SIZE INTO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.

        EX-EMETTI-MNS-WS.
                EXIT.

      *
      *  the two paragraphs that take the history entry of an
      *  update, shared with the generated loader
      *
        EMETTI-MNS-REGISTRA.

                MOVE "mns-prima-di."             TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "    move mnt-record to mns-dopo-img." TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "    move spaces to mns-prima-img." TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "    move space  to mns-trovato." TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "    read mnt-file key is mnt-chiave" TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "    end-read."             TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE '    if mnt-stato = "00" or mnt-stato = "02"'
                  TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE '     move "S" to mns-trovato' TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "     move mnt-record to mns-prima-img" TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "    end-if."               TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "    move mns-dopo-img to mnt-record." TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "ex-mns-prima-di."          TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "    exit."                 TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "mns-scrivi."               TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE '    move "get-user" to agar-function.' TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                PERFORM EMETTI-MNT-CONNECTOR
                   THRU EX-EMETTI-MNT-CONNECTOR.
                MOVE "    move agar-text to mns-chi." TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE '    move "get-station" to agar-function.'
                  TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                PERFORM EMETTI-MNT-CONNECTOR
                   THRU EX-EMETTI-MNT-CONNECTOR.
                MOVE "    move agar-text to mns-dove." TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "    accept mns-data from date yyyymmdd."
                  TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "    accept mns-ora  from time." TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "    move spaces        to mns-record." TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "    move mnt-chiave    to mns-chiave." TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "    string mns-data mns-ora(1:6)" TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "     delimited by size into mns-quando."
                  TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "    move mns-op        to mns-evento." TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "    move mns-chi       to mns-utente." TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "    move mns-dove      to mns-stazione."
                  TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "    move mns-prima-img to mns-prima." TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE '    if mns-op not = "delete"' TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "     move mnt-record   to mns-dopo" TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "    end-if."               TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "    open extend mnt-storia." TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE '    if mns-stato not = "00"' TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE '     and mns-stato not = "05"' TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "     perform mns-errore thru ex-mns-errore"
                  TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "     go to ex-mns-scrivi." TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "    write mns-record."     TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE '    if mns-stato not = "00"' TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "     perform mns-errore thru ex-mns-errore"
                  TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "    end-if."               TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "    close mnt-storia."     TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "ex-mns-scrivi."            TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "    exit."                 TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.

        EX-EMETTI-MNS-REGISTRA.
                EXIT.

        EMETTI-MNS-IO.

                PERFORM EMETTI-MNS-REGISTRA THRU EX-EMETTI-MNS-REGISTRA.

                MOVE "mnt"                       TO MNT-DITTA-FILE.
                MOVE SPACE                       TO MNT-DITTA-DIRETTO.
                PERFORM EMETTI-MNT-DITTA THRU EX-EMETTI-MNT-DITTA.

                MOVE "mns-errore."               TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "    move spaces to agar-text." TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE '    string "history file status " mns-stato'
                  TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "     delimited by size into agar-text."
                  TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE '    move "set-error" to agar-function.'
                  TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                PERFORM EMETTI-MNT-CONNECTOR
                   THRU EX-EMETTI-MNT-CONNECTOR.
                MOVE "ex-mns-errore."            TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "    exit."                 TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "mns-storia."               TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE '    if mnt-aperto not = "S"' TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "     go to ex-mns-storia." TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "    perform mnt-raccogli thru ex-mnt-raccogli."
                  TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "    move mnt-chiave to mns-chiave-cor."
                  TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "    move zero to mns-segno." TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "    perform mns-elenca thru ex-mns-elenca."
                  TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "    if mns-n = zero"       TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE '     move "no history for this key"' TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "      to agar-text"        TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE '     move "set-info" to agar-function' TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                PERFORM EMETTI-MNS-CHIAMA THRU EX-EMETTI-MNS-CHIAMA.
                MOVE "     go to ex-mns-storia." TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE '    move "addform" to agar-function.' TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                PERFORM EMETTI-MNT-CONNECTOR
                   THRU EX-EMETTI-MNT-CONNECTOR.
                MOVE "    move agar-form to mns-win." TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "    move mns-win to agar-object agar-widget."
                  TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE '    move "History" to agar-text.' TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE '    move "set-caption" to agar-function.'
                  TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                PERFORM EMETTI-MNT-CONNECTOR
                   THRU EX-EMETTI-MNT-CONNECTOR.
                MOVE "    move mns-win to agar-object." TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "    move spaces to agar-text." TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE '    move "addtable" to agar-function.' TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                PERFORM EMETTI-MNT-CONNECTOR
                   THRU EX-EMETTI-MNT-CONNECTOR.
                MOVE "    move agar-widget to mns-grid." TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "    move mns-grid to agar-widget." TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE '    move "Nr" to agar-text.' TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE '    move "addcolumn" to agar-function.'
                  TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                PERFORM EMETTI-MNT-CONNECTOR
                   THRU EX-EMETTI-MNT-CONNECTOR.
                MOVE "    move mns-grid to agar-widget." TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE '    move "When" to agar-text.' TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE '    move "addcolumn" to agar-function.'
                  TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                PERFORM EMETTI-MNT-CONNECTOR
                   THRU EX-EMETTI-MNT-CONNECTOR.
                MOVE "    move mns-grid to agar-widget." TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE '    move "Operation" to agar-text.' TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE '    move "addcolumn" to agar-function.'
                  TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                PERFORM EMETTI-MNT-CONNECTOR
                   THRU EX-EMETTI-MNT-CONNECTOR.
                MOVE "    move mns-grid to agar-widget." TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE '    move "User" to agar-text.' TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE '    move "addcolumn" to agar-function.'
                  TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                PERFORM EMETTI-MNT-CONNECTOR
                   THRU EX-EMETTI-MNT-CONNECTOR.
                MOVE "    move mns-grid to agar-widget." TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE '    move "Station" to agar-text.' TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE '    move "addcolumn" to agar-function.'
                  TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                PERFORM EMETTI-MNT-CONNECTOR
                   THRU EX-EMETTI-MNT-CONNECTOR.
                MOVE "    move mns-win to agar-object." TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE '    move "Mark" to agar-text.' TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                STRING '    move "'
                 FUNCTION TRIM(MNT-PREFIX(MNT-I))
                 '-mnt-hmark"'
                 DELIMITED BY SIZE INTO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "     to agar-procedure."   TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE '    move "addbuttonto" to agar-function.'
                  TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                PERFORM EMETTI-MNT-CONNECTOR
                   THRU EX-EMETTI-MNT-CONNECTOR.
                MOVE "    move mns-win to agar-object." TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE '    move "Compare" to agar-text.' TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                STRING '    move "'
                 FUNCTION TRIM(MNT-PREFIX(MNT-I))
                 '-mnt-hcompare"'
                 DELIMITED BY SIZE INTO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "     to agar-procedure."   TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE '    move "addbuttonto" to agar-function.'
                  TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                PERFORM EMETTI-MNT-CONNECTOR
                   THRU EX-EMETTI-MNT-CONNECTOR.
                MOVE "    move mns-win to agar-object." TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE '    move "Restore" to agar-text.' TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                STRING '    move "'
                 FUNCTION TRIM(MNT-PREFIX(MNT-I))
                 '-mnt-hrestore"'
                 DELIMITED BY SIZE INTO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "     to agar-procedure."   TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE '    move "addbuttonto" to agar-function.'
                  TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                PERFORM EMETTI-MNT-CONNECTOR
                   THRU EX-EMETTI-MNT-CONNECTOR.
                STRING '    move "'
                 FUNCTION TRIM(MNT-PREFIX(MNT-I))
                 '-restore" to agar-text.'
                 DELIMITED BY SIZE INTO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE '    move "set-name" to agar-function.' TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                PERFORM EMETTI-MNT-CONNECTOR
                   THRU EX-EMETTI-MNT-CONNECTOR.
                MOVE "    move mns-win to agar-object." TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "    move spaces to agar-text." TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE '    move "addtable" to agar-function.' TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                PERFORM EMETTI-MNT-CONNECTOR
                   THRU EX-EMETTI-MNT-CONNECTOR.
                MOVE "    move agar-widget to mns-cgrid." TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "    move mns-cgrid to agar-widget." TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE '    move "Field" to agar-text.' TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE '    move "addcolumn" to agar-function.'
                  TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                PERFORM EMETTI-MNT-CONNECTOR
                   THRU EX-EMETTI-MNT-CONNECTOR.
                MOVE "    move mns-cgrid to agar-widget." TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE '    move "Left" to agar-text.' TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE '    move "addcolumn" to agar-function.'
                  TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                PERFORM EMETTI-MNT-CONNECTOR
                   THRU EX-EMETTI-MNT-CONNECTOR.
                MOVE "    move mns-cgrid to agar-widget." TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE '    move "Right" to agar-text.' TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE '    move "addcolumn" to agar-function.'
                  TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                PERFORM EMETTI-MNT-CONNECTOR
                   THRU EX-EMETTI-MNT-CONNECTOR.
                MOVE "    move mns-cgrid to agar-widget." TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE '    move "Diff" to agar-text.' TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE '    move "addcolumn" to agar-function.'
                  TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                PERFORM EMETTI-MNT-CONNECTOR
                   THRU EX-EMETTI-MNT-CONNECTOR.
                MOVE "    perform mns-mostra thru ex-mns-mostra."
                  TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "    move mns-win to agar-widget." TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE '    move "show" to agar-function.' TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                PERFORM EMETTI-MNT-CONNECTOR
                   THRU EX-EMETTI-MNT-CONNECTOR.
                MOVE "    move mnt-win to agar-form." TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "ex-mns-storia."            TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "    exit."                 TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "mns-elenca."               TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "    move zero      to mns-n." TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "    move mns-lista to mns-elenco." TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "    open output mnt-elenco." TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "    open input mnt-storia." TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE '    if mns-stato = "00" or mns-stato = "05"'
                  TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "     move space to mns-fine" TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "     perform mns-elenca-una" TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "      thru ex-mns-elenca-una" TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE '      until mns-fine = "S"' TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "     close mnt-storia"     TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "    end-if."               TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "    close mnt-elenco."     TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "ex-mns-elenca."            TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "    exit."                 TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "mns-elenca-una."           TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "    read mnt-storia"       TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "    end-read."             TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE '    if mns-stato not = "00"' TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE '     move "S" to mns-fine' TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "     go to ex-mns-elenca-una." TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "    if mns-chiave not = mns-chiave-cor"
                  TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "     go to ex-mns-elenca-una." TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "    add 1 to mns-n."       TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "    move mns-n to mns-edit." TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "    move spaces to mns-riga-elenco." TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE '    string function trim(mns-edit) ";"'
                  TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE '     mns-quando(1:4) "-" mns-quando(5:2) "-"'
                  TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE '     mns-quando(7:2) " " mns-quando(9:2) ":"'
                  TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE '     mns-quando(11:2) ":" mns-quando(13:2) ";"'
                  TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE '     function trim(mns-evento) ";"' TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE '     function trim(mns-utente) ";"' TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "     function trim(mns-stazione)" TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "     delimited by size into mns-riga-elenco."
                  TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "    write mns-riga-elenco." TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "ex-mns-elenca-una."        TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "    exit."                 TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "mns-mostra."               TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "    move mns-grid  to agar-widget agar-object."
                  TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "    move mns-lista to agar-text." TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "    move spaces    to agar-value." TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "    move zero      to agar-int." TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE '    move "loadtable" to agar-function.'
                  TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                PERFORM EMETTI-MNT-CONNECTOR
                   THRU EX-EMETTI-MNT-CONNECTOR.
                MOVE "ex-mns-mostra."            TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "    exit."                 TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "mns-selezione."            TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "    move zero to mns-scelta." TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "    if mns-grid = null"    TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "     go to ex-mns-selezione." TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "    move mns-grid to agar-widget agar-object."
                  TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE '    move "get-selected" to agar-function.'
                  TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                PERFORM EMETTI-MNT-CONNECTOR
                   THRU EX-EMETTI-MNT-CONNECTOR.
                MOVE "    move agar-int to mns-scelta." TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "    if mns-scelta = zero"  TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE '     move "select a version first"' TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "      to agar-text"        TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE '     move "set-info" to agar-function' TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                PERFORM EMETTI-MNS-CHIAMA THRU EX-EMETTI-MNS-CHIAMA.
                MOVE "    end-if."               TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "ex-mns-selezione."         TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "    exit."                 TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "mns-versione."             TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "    move space to mns-trovato mns-fine."
                  TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "    move zero  to mns-n."  TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "    open input mnt-storia." TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE '    if mns-stato = "00" or mns-stato = "05"'
                  TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "     perform mns-versione-una" TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "      thru ex-mns-versione-una" TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE '      until mns-fine = "S"' TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "     close mnt-storia"     TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "    end-if."               TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "ex-mns-versione."          TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "    exit."                 TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "mns-versione-una."         TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "    read mnt-storia"       TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "    end-read."             TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE '    if mns-stato not = "00"' TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE '     move "S" to mns-fine' TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "     go to ex-mns-versione-una." TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "    if mns-chiave not = mns-chiave-cor"
                  TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "     go to ex-mns-versione-una." TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "    add 1 to mns-n."       TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "    if mns-n = mns-cerca"  TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE '     move "S" to mns-trovato mns-fine' TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "     move mns-evento to mns-ver-evento"
                  TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "     move mns-prima  to mns-ver-prima" TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "     move mns-dopo   to mns-ver-dopo" TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "    end-if."               TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "ex-mns-versione-una."      TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "    exit."                 TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "mns-segna."                TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "    perform mns-selezione thru ex-mns-selezione."
                  TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "    if mns-scelta = zero"  TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "     go to ex-mns-segna."  TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "    move mns-scelta to mns-segno mns-edit."
                  TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "    move spaces to agar-text." TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE '    string "version " function trim(mns-edit)'
                  TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE '     " marked, compare shows it on the left"'
                  TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "     delimited by size into agar-text."
                  TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE '    move "set-info" to agar-function.' TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                PERFORM EMETTI-MNT-CONNECTOR
                   THRU EX-EMETTI-MNT-CONNECTOR.
                MOVE "ex-mns-segna."             TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "    exit."                 TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "mns-confronta."            TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "    perform mns-selezione thru ex-mns-selezione."
                  TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "    if mns-scelta = zero"  TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "     go to ex-mns-confronta." TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "    move mns-scelta to mns-cerca." TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "    perform mns-versione thru ex-mns-versione."
                  TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE '    if mns-trovato not = "S"' TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "     go to ex-mns-confronta." TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE '    if mns-ver-evento = "delete"' TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "     move mns-ver-prima to mns-destra" TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "    else"                  TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "     move mns-ver-dopo  to mns-destra" TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "    end-if."               TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "    move mns-ver-prima to mns-sinistra."
                  TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "    if mns-segno not = zero" TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "     and mns-segno not = mns-scelta" TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "     move mns-segno to mns-cerca" TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "     perform mns-versione thru ex-mns-versione"
                  TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE '     if mns-ver-evento = "delete"' TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "      move mns-ver-prima to mns-sinistra"
                  TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "     else"                 TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "      move mns-ver-dopo  to mns-sinistra"
                  TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "     end-if"               TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "    end-if."               TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "    move mns-confronto to mns-elenco." TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "    open output mnt-elenco." TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.

                MOVE "H" TO MNT-MODO.
                PERFORM EMETTI-MNR-CAMPI THRU EX-EMETTI-MNR-CAMPI.

                MOVE "    close mnt-elenco."     TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "    move mns-cgrid to agar-widget agar-object."
                  TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "    move mns-confronto to agar-text." TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "    move spaces        to agar-value." TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "    move zero          to agar-int." TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE '    move "loadtable" to agar-function.'
                  TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                PERFORM EMETTI-MNT-CONNECTOR
                   THRU EX-EMETTI-MNT-CONNECTOR.
                MOVE "ex-mns-confronta."         TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "    exit."                 TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "mns-riga."                 TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE '    inspect mns-campo  replacing all ";" by ",".'
                  TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE '    inspect mns-campo2 replacing all ";" by ",".'
                  TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "    move spaces to mns-riga-elenco." TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE '    string function trim(mns-nome-campo) ";"'
                  TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE '     function trim(mns-campo) ";"' TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE '     function trim(mns-campo2) ";"' TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "     mns-diverso"          TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "     delimited by size into mns-riga-elenco."
                  TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "    write mns-riga-elenco." TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "ex-mns-riga."              TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "    exit."                 TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "mns-ripristina."           TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE '    move "get-user" to agar-function.' TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                PERFORM EMETTI-MNT-CONNECTOR
                   THRU EX-EMETTI-MNT-CONNECTOR.
                MOVE "    move agar-value to mns-ruolo." TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "    move spaces to mns-ammesso." TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "    accept mns-ammesso"    TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE '     from environment "GuiCOBOLrestorerole"'
                  TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "    end-accept."           TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "    if mns-ammesso = spaces" TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE '     move "supervisor" to mns-ammesso.'
                  TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "    if mns-ruolo not = mns-ammesso" TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE '     move "restore is reserved to the supervisor"'
                  TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "      to agar-text"        TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE '     move "set-error" to agar-function'
                  TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                PERFORM EMETTI-MNS-CHIAMA THRU EX-EMETTI-MNS-CHIAMA.
                MOVE "     go to ex-mns-ripristina." TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "    perform mns-selezione thru ex-mns-selezione."
                  TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "    if mns-scelta = zero"  TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "     go to ex-mns-ripristina." TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "    move mns-scelta to mns-cerca." TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "    perform mns-versione thru ex-mns-versione."
                  TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE '    if mns-trovato not = "S"' TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "     go to ex-mns-ripristina." TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "    move mns-scelta to mns-edit." TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "    move spaces to agar-text." TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE '    string "restore version "' TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "     function trim(mns-edit)" TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE '     " ?" delimited by size into agar-text.'
                  TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE '    move "ask-confirm" to agar-function.'
                  TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                PERFORM EMETTI-MNT-CONNECTOR
                   THRU EX-EMETTI-MNT-CONNECTOR.
                MOVE "    if agar-int not = zero" TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "     go to ex-mns-ripristina." TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE '    if mns-ver-evento = "delete"' TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "     move mns-ver-prima to mnt-record" TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "    else"                  TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "     move mns-ver-dopo  to mnt-record" TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "    end-if."               TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "    perform mns-prima-di thru ex-mns-prima-di."
                  TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
      *
      *  putting a version back is an update like any other: four
      *  eyes on it when the record asks for them
      *
                IF MNT-APP-OPS(MNT-I) NOT = SPACES
                 MOVE '    if mns-trovato = "S"'  TO STRINGA
                 PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A
                 MOVE '     move "change" to mns-op' TO STRINGA
                 PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A
                 MOVE "    else"                 TO STRINGA
                 PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A
                 MOVE '     move "add" to mns-op' TO STRINGA
                 PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A
                 MOVE "    end-if."              TO STRINGA
                 PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A
                 MOVE "ex-mns-ripristina"        TO MNT-USCITA
                 PERFORM EMETTI-MNA-CONTROLLO
                    THRU EX-EMETTI-MNA-CONTROLLO
                END-IF.
                MOVE '    if mns-trovato = "S"'  TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "     rewrite mnt-record"   TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "     end-rewrite"          TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "    else"                  TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "     write mnt-record"     TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "     end-write"            TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "    end-if."               TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                IF SW-MNT-DUP = "S"
                 MOVE '    if mnt-stato = "02"'  TO STRINGA
                 PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A
                 MOVE '     move "00" to mnt-stato' TO STRINGA
                 PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A
                 MOVE "    end-if."              TO STRINGA
                 PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A
                END-IF.
                MOVE '    if mnt-stato not = "00"' TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "     perform mnt-errore thru ex-mnt-errore"
                  TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "     go to ex-mns-ripristina." TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE '    move "restore" to mns-op.' TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "    perform mns-scrivi thru ex-mns-scrivi."
                  TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "    perform mnt-esponi thru ex-mnt-esponi."
                  TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                IF MNT-RIG-RECORD(MNT-I) NOT = SPACES
                 MOVE "    perform mnr-carica thru ex-mnr-carica."
                   TO STRINGA
                 PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A
                END-IF.
                MOVE "    perform mns-elenca thru ex-mns-elenca."
                  TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "    perform mns-mostra thru ex-mns-mostra."
                  TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "    move spaces to agar-text." TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE '    string "version " function trim(mns-edit)'
                  TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE '     " restored"'          TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "     delimited by size into agar-text."
                  TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE '    move "set-info" to agar-function.' TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                PERFORM EMETTI-MNT-CONNECTOR
                   THRU EX-EMETTI-MNT-CONNECTOR.
                MOVE "ex-mns-ripristina."        TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "    exit."                 TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.

        EX-EMETTI-MNS-IO.
                EXIT.

      *
      *  four eyes on a maintain record (APPROVE): the pending file
      *  shared by every screen -- the same record the agarapprova
      *  screen reads -- and the paragraphs that queue an update
      *  and apply it once another user approved it
      *
        EMETTI-MNA-SELECT.

                MOVE "    select optional mnt-attesa" TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "     assign to mna-nome"    TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "     organization is sequential" TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "     file status is mna-stato." TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.

        EX-EMETTI-MNA-SELECT.
                EXIT.

        EMETTI-MNA-FD.

                MOVE "fd mnt-attesa."             TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "01 mna-record."             TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "   02 mna-esito       pic x." TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "   02 mna-quando      pic x(14)." TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "   02 mna-utente      pic x(32)." TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "   02 mna-stazione    pic x(32)." TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "   02 mna-ditta       pic x(8)." TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "   02 mna-modulo      pic x(32)." TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "   02 mna-programma   pic x(32)." TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "   02 mna-evento      pic x(8)." TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "   02 mna-chiave      pic x(60)." TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "   02 mna-lunghezza   pic 9(5)." TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "   02 mna-mappa       pic x(400)." TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "   02 mna-prima       pic x(2000)." TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "   02 mna-dopo        pic x(2000)." TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "   02 mna-approvatore pic x(32)." TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "   02 mna-deciso      pic x(14)." TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "   02 mna-motivo      pic x(60)." TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.

        EX-EMETTI-MNA-FD.
                EXIT.

        EMETTI-MNA-WS.

                MOVE "01 mna-nome         pic x(200)." TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "01 mna-stato        pic xx." TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "01 mna-scritto      pic xx." TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "01 mna-serve        pic x." TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "01 mna-aperto       pic x." TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "01 mna-fatto        pic x." TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "01 mna-ponte        pic x(4730) based."
                  TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.

        EX-EMETTI-MNA-WS.
                EXIT.

        EMETTI-MNA-IO.

                MOVE "mna-file."                  TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "    move spaces to mna-nome." TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "    accept mna-nome"        TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE '     from environment "GuiCOBOLapprovals"'
                  TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "    end-accept."            TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "    if mna-nome = spaces"   TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE '     move "approvals.dat" to mna-nome.'
                  TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "ex-mna-file."               TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "    exit."                  TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "mna-errore."                TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "    move spaces to agar-text." TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE '    string "approvals file status " mna-stato'
                  TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "     delimited by size into agar-text."
                  TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE '    move "set-error" to agar-function.'
                  TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                PERFORM EMETTI-MNT-CONNECTOR
                   THRU EX-EMETTI-MNT-CONNECTOR.
                MOVE "ex-mna-errore."             TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "    exit."                  TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
      *
      *  whether the update in mns-op needs a second user: the
      *  operations named always, a change only when one of the
      *  fields named differs from the record on file
      *
                MOVE "mna-serve-se."              TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "    move space to mna-serve." TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                IF MNT-APP-OPS(MNT-I)(1:1) = "S"
                 MOVE '    if mns-op = "add" and mns-trovato not = "S"'
                   TO STRINGA
                 PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A
                 MOVE '     move "S" to mna-serve.' TO STRINGA
                 PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A
                END-IF.
                IF MNT-APP-OPS(MNT-I)(2:1) = "S"
                 MOVE '    if mns-op = "change" and mns-trovato = "S"'
                   TO STRINGA
                 PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A
                 MOVE '     move "S" to mna-serve.' TO STRINGA
                 PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A
                END-IF.
                IF MNT-APP-OPS(MNT-I)(3:1) = "S"
                 MOVE '    if mns-op = "delete" and mns-trovato = "S"'
                   TO STRINGA
                 PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A
                 MOVE '     move "S" to mna-serve.' TO STRINGA
                 PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A
                END-IF.

                PERFORM VARYING MNT-K FROM 1 BY 1
                 UNTIL MNT-K > MNT-APP-CONTA(MNT-I)
                 MOVE '    if mns-op = "change" and mns-trovato = "S"'
                   TO STRINGA
                 PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A
                 COMPUTE MNT-EDIT = MNT-APP-OFF(MNT-I MNT-K) + 1
                 MOVE MNT-APP-LEN(MNT-I MNT-K) TO MNT-EDIT2
                 STRING "     and mns-prima-img("
                  FUNCTION TRIM(MNT-EDIT) ":"
                  FUNCTION TRIM(MNT-EDIT2) ")"
                  DELIMITED BY SIZE INTO STRINGA
                 PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A
                 STRING "      not = mnt-record("
                  FUNCTION TRIM(MNT-EDIT) ":"
                  FUNCTION TRIM(MNT-EDIT2) ")"
                  DELIMITED BY SIZE INTO STRINGA
                 PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A
                 MOVE '     move "S" to mna-serve.' TO STRINGA
                 PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A
                END-PERFORM.
                MOVE "ex-mna-serve-se."           TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "    exit."                  TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
      *
      *  the update goes to the pending file instead of the master:
      *  who asked, from where, for which company, the module and
      *  the I/O program that will apply it, the map and both images
      *
                MOVE "mna-accoda."                TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "    perform mna-file thru ex-mna-file."
                  TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE '    move "get-user" to agar-function.' TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                PERFORM EMETTI-MNT-CONNECTOR
                   THRU EX-EMETTI-MNT-CONNECTOR.
                MOVE "    move agar-text to mns-chi." TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE '    move "get-station" to agar-function.'
                  TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                PERFORM EMETTI-MNT-CONNECTOR
                   THRU EX-EMETTI-MNT-CONNECTOR.
                MOVE "    move agar-text to mns-dove." TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "    accept mns-data from date yyyymmdd."
                  TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "    accept mns-ora  from time." TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "    move spaces        to mna-record." TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE '    move "P"           to mna-esito.' TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "    string mns-data mns-ora(1:6)" TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "     delimited by size into mna-quando."
                  TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "    move mns-chi       to mna-utente." TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "    move mns-dove      to mna-stazione."
                  TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "    move spaces to agar-text." TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE '    move "get-company" to agar-function.'
                  TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                PERFORM EMETTI-MNT-CONNECTOR
                   THRU EX-EMETTI-MNT-CONNECTOR.
                MOVE "    move agar-text(1:8) to mna-ditta." TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                STRING '    move "' FUNCTION TRIM(MNT-MODULO)
                 '" to mna-modulo.'
                 DELIMITED BY SIZE INTO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                STRING '    move "' FUNCTION TRIM(MNT-PREFIX(MNT-I))
                 '-mnt" to mna-programma.'
                 DELIMITED BY SIZE INTO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "    move mns-op        to mna-evento." TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "    move mnt-chiave    to mna-chiave." TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE MNT-LUNGHEZZA(MNT-I) TO MNT-EDIT.
                STRING "    move " FUNCTION TRIM(MNT-EDIT)
                 " to mna-lunghezza."
                 DELIMITED BY SIZE INTO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "    move mnt-mappa     to mna-mappa." TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "    move mns-prima-img to mna-prima." TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE '    if mns-op not = "delete"' TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "     move mnt-record   to mna-dopo" TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "    end-if."                TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "    open extend mnt-attesa." TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE '    if mna-stato not = "00"' TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE '     and mna-stato not = "05"' TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "     perform mna-errore thru ex-mna-errore"
                  TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "     go to ex-mna-accoda."  TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "    write mna-record."      TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "    move mna-stato to mna-scritto." TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "    close mnt-attesa."      TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE '    if mna-scritto not = "00"' TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "     move mna-scritto to mna-stato" TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "     perform mna-errore thru ex-mna-errore"
                  TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "     go to ex-mna-accoda."  TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "    move spaces to agar-text." TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE '    string "approval asked "' TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE '     function trim(mns-op) " "' TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "     function trim(mna-chiave)" TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "     delimited by size into agar-text."
                  TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE '    move "audit-event" to agar-function.'
                  TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                PERFORM EMETTI-MNT-CONNECTOR
                   THRU EX-EMETTI-MNT-CONNECTOR.
                MOVE '    move "awaiting approval" to agar-text.'
                  TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE '    move "set-info" to agar-function.' TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                PERFORM EMETTI-MNT-CONNECTOR
                   THRU EX-EMETTI-MNT-CONNECTOR.
                MOVE "ex-mna-accoda."             TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "    exit."                  TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
      *
      *  the "approve" function, called by the approval screen with
      *  agar-struct on the pending record: the master opened in the
      *  company of the session when the screen has not opened it,
      *  the update applied only when the record on file is still
      *  the one the request saw, and its history entry written;
      *  agar-return-code tells the screen how it went
      *
                MOVE "mna-applica."               TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "    set address of mna-ponte to agar-struct."
                  TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "    move mna-ponte to mna-record." TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "    move space to mna-aperto mna-fatto."
                  TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE '    if mnt-aperto not = "S"' TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "     perform mnt-ditta thru ex-mnt-ditta"
                  TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "     move spaces to mns-nome" TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE '     string function trim(mnt-nome) ".his"'
                  TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "      delimited by size into mns-nome" TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "     end-string"            TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "     open i-o mnt-file"     TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE '     if mnt-stato = "35"'   TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "      open output mnt-file" TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "      close mnt-file"       TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "      open i-o mnt-file"    TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "     end-if"                TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE '     if mnt-stato not = "00"' TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "      perform mnt-errore thru ex-mnt-errore"
                  TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "      go to fine-mna-applica" TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "     end-if"                TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE '     move "S" to mna-aperto' TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "    end-if."                TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE '    if mna-evento = "delete"' TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "     move mna-prima to mnt-record" TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "    else"                   TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "     move mna-dopo  to mnt-record" TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "    end-if."                TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "    perform mns-prima-di thru ex-mns-prima-di."
                  TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE '    if mna-evento = "add" and mns-trovato = "S"'
                  TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE '     move "the key is on file already"'
                  TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "      to agar-text"         TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE '     move "set-error" to agar-function'
                  TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                PERFORM EMETTI-MNS-CHIAMA THRU EX-EMETTI-MNS-CHIAMA.
                MOVE "     go to fine-mna-applica." TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE MNT-LUNGHEZZA(MNT-I) TO MNT-EDIT.
                MOVE '    if mna-evento not = "add"' TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE '     and ( mns-trovato not = "S"' TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                STRING "      or mns-prima-img not = mna-prima(1:"
                 FUNCTION TRIM(MNT-EDIT) ") )"
                 DELIMITED BY SIZE INTO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE '     move "the record changed after the request"'
                  TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "      to agar-text"         TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE '     move "set-error" to agar-function'
                  TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                PERFORM EMETTI-MNS-CHIAMA THRU EX-EMETTI-MNS-CHIAMA.
                MOVE "     go to fine-mna-applica." TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "    evaluate mna-evento"    TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE '     when "add"'            TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "      write mnt-record"     TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "      end-write"            TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE '     when "delete"'         TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "      delete mnt-file"      TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "      end-delete"           TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "     when other"            TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "      rewrite mnt-record"   TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "      end-rewrite"          TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "    end-evaluate."          TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE '    if mnt-stato = "02"'    TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE '     move "00" to mnt-stato.' TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE '    if mnt-stato not = "00"' TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "     perform mnt-errore thru ex-mnt-errore"
                  TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "     go to fine-mna-applica." TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "    move mna-evento to mns-op." TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "    perform mns-scrivi thru ex-mns-scrivi."
                  TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE '    move "S" to mna-fatto.' TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "fine-mna-applica."          TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE '    if mna-aperto = "S"'    TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "     close mnt-file"        TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "     move space to mna-aperto" TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "    end-if."                TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE '    if mna-fatto = "S"'     TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "     move agar-rc-ok to agar-return-code"
                  TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "    else"                   TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "     move agar-rc-error to agar-return-code"
                  TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "    end-if."                TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "ex-mna-applica."            TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "    exit."                  TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.

        EX-EMETTI-MNA-IO.
                EXIT.

      *
      *  in an update paragraph, right after the image before was
      *  taken: an update needing approval is queued and the
      *  paragraph left through MNT-USCITA
      *
        EMETTI-MNA-CONTROLLO.

                MOVE "    perform mna-serve-se thru ex-mna-serve-se."
                  TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE '    if mna-serve = "S"'     TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "     perform mna-accoda thru ex-mna-accoda"
                  TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                STRING "     go to " FUNCTION TRIM(MNT-USCITA) "."
                 DELIMITED BY SIZE INTO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.

        EX-EMETTI-MNA-CONTROLLO.
                EXIT.

        EMETTI-MNS-CAMPO.

                STRING '    move "' FUNCTION TRIM(MNT-NOME-CAMPO)
                 '" to mns-nome-campo.'
                 DELIMITED BY SIZE INTO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "    move space to mns-diverso." TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.

                COMPUTE MNT-EDIT  = MNT-OFF-CAMPO + 1.
                MOVE MNT-LEN-CAMPO TO MNT-EDIT2.
                STRING "    if mns-sinistra("
                 FUNCTION TRIM(MNT-EDIT) ":"
                 FUNCTION TRIM(MNT-EDIT2) ")"
                 DELIMITED BY SIZE INTO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                STRING "     not = mns-destra("
                 FUNCTION TRIM(MNT-EDIT) ":"
                 FUNCTION TRIM(MNT-EDIT2) ")"
                 DELIMITED BY SIZE INTO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE '     move "*" to mns-diverso.' TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.

      *
      *  binary and packed bytes would upset the list file: the
      *  difference is still told, the value is not shown
      *
                IF MNT-USO-ALFA NOT = SPACES
                 MOVE '    move "(binary)" to mns-campo mns-campo2.'
                   TO STRINGA
                 PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A
                ELSE
                 STRING "    move mns-sinistra("
                  FUNCTION TRIM(MNT-EDIT) ":"
                  FUNCTION TRIM(MNT-EDIT2) ")"
                  DELIMITED BY SIZE INTO STRINGA
                 PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A
                 MOVE "     to mns-campo."        TO STRINGA
                 PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A
                 STRING "    move mns-destra("
                  FUNCTION TRIM(MNT-EDIT) ":"
                  FUNCTION TRIM(MNT-EDIT2) ")"
                  DELIMITED BY SIZE INTO STRINGA
                 PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A
                 MOVE "     to mns-campo2."       TO STRINGA
                 PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A
                END-IF.

                MOVE "    perform mns-riga thru ex-mns-riga."
                  TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.

        EX-EMETTI-MNS-CAMPO.
                EXIT.

        EMETTI-MNS-CHIAMA.

                STRING '     call "'
                 FUNCTION TRIM(AGAR-CONNECTOR) '"'
                 DELIMITED BY SIZE INTO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.

        EX-EMETTI-MNS-CHIAMA.
                EXIT.

      *
      *  bulk loader of a maintain record (-n): <prefix>-load reads
      *  a delimited file, one row per record, the columns in the
      *  order of the record map; every column is checked against
      *  the validate rule wired to its field and stored the way
      *  the map declares it, through the check-value and put-field
      *  verbs of agarcob, which need no display.  good rows are
      *  written to the INDEXED file with the history entry an add
      *  takes (event "import"); rows that fail go to <input>.rej,
      *  row number, reason and the row itself; every N rows
      *  (GuiCOBOLloadevery, default 100) the rows read so far go
      *  to <input>.chk, and a run started again skips them.  a
      *  key already on file with the very same record counts as
      *  loaded, so the rows between the last checkpoint and a
      *  failure go through a restart unharmed
      *
        EMETTI-LOADER.

                IF SW-ANALYSIS = "S" GO TO EX-EMETTI-LOADER.

                MOVE SPACES TO FILE-DIF.
                STRING FUNCTION TRIM(MNT-PREFIX(MNT-I)) "-load.cbl"
                 DELIMITED BY SIZE INTO FILE-DIF.
                OPEN OUTPUT ARK-DIF.

                IF STATUS-DIF NOT = "00"
                 DISPLAY "Unable to create loader: "
                  FUNCTION TRIM(FILE-DIF)
                 GO TO EX-EMETTI-LOADER.

                MOVE CONTA-LINE     TO LDR-CONTA-LINE.
                MOVE ZEROS          TO CONTA-LINE.
                MOVE AGAR-CONNECTOR TO LDR-CONNECTOR.
                MOVE "agarcob"      TO AGAR-CONNECTOR.
                MOVE "S"            TO SW-IN-LOADER.
                MOVE SPACES         TO STRINGA.

                MOVE "identification division."  TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                STRING "program-id. "
                 FUNCTION TRIM(MNT-PREFIX(MNT-I)) "-load."
                 DELIMITED BY SIZE INTO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "environment division."     TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "input-output section."     TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "file-control."             TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.

                PERFORM EMETTI-MNT-SELECT THRU EX-EMETTI-MNT-SELECT.

                PERFORM EMETTI-MNS-SELECT THRU EX-EMETTI-MNS-SELECT.

                MOVE "    select ldr-entrata"    TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "     assign to ldr-nome"   TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "     organization is line sequential" TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "     file status is ldr-stato." TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "    select optional ldr-scarti" TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "     assign to ldr-nome-scarti" TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "     organization is line sequential" TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "     file status is ldr-stato-scarti." TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "    select optional ldr-punto" TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "     assign to ldr-nome-punto" TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "     organization is line sequential" TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "     file status is ldr-stato-punto." TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "data division."            TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "file section."             TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.

                PERFORM EMETTI-MNT-FD THRU EX-EMETTI-MNT-FD.

                PERFORM EMETTI-MNS-FD THRU EX-EMETTI-MNS-FD.

                MOVE "fd ldr-entrata."           TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "01 ldr-riga          pic x(4000)." TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "fd ldr-scarti."            TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "01 ldr-scarto        pic x(4200)." TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "fd ldr-punto."             TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "01 ldr-punto-rec."         TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "   02 ldr-punto-n    pic 9(9)." TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "working-storage section."  TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE '    copy "global".'        TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.

                PERFORM EMETTI-MNT-NOME THRU EX-EMETTI-MNT-NOME.

                MOVE "01 mnt-stato         pic xx." TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "01 mnt-aperto        pic x value space."
                  TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.

                PERFORM EMETTI-MNS-WS THRU EX-EMETTI-MNS-WS.

                MOVE "01 ldr-nome          pic x(256)." TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "01 ldr-nome-scarti   pic x(260)." TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "01 ldr-nome-punto    pic x(260)." TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "01 ldr-stato         pic xx." TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "01 ldr-stato-scarti  pic xx." TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "01 ldr-stato-punto   pic xx." TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "01 ldr-letti         pic 9(9) value zero."
                  TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "01 ldr-salta         pic 9(9) value zero."
                  TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "01 ldr-caricati      pic 9(9) value zero."
                  TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "01 ldr-gia           pic 9(9) value zero."
                  TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "01 ldr-scartati      pic 9(9) value zero."
                  TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "01 ldr-ogni          pic 9(9) value 100."
                  TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "01 ldr-ogni-alfa     pic x(9)." TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE '01 ldr-delim         pic x value ";".' TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "01 ldr-delim-alfa    pic x(8)." TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "01 ldr-valore        pic x(512)." TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "01 ldr-punta         pic 9(5)." TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "01 ldr-campo         pic x(30)." TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "01 ldr-voce          pic x(60)." TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "01 ldr-off           pic 9(5)." TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "01 ldr-regola        pic x(100)." TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "01 ldr-motivo        pic x(120)." TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "01 ldr-fine          pic x value space."
                  TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "01 ldr-edit          pic z(8)9." TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "procedure division."       TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "    perform ldr-inizio thru ex-ldr-inizio."
                  TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "    perform ldr-leggi  thru ex-ldr-leggi"
                  TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "     until ldr-fine not = space" TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "     or ldr-letti not < ldr-salta." TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "    if ldr-fine = space"   TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "     perform ldr-leggi thru ex-ldr-leggi"
                  TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "    end-if."               TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "    perform until ldr-fine not = space"
                  TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "     perform ldr-carica thru ex-ldr-carica"
                  TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "     if function mod(ldr-letti, ldr-ogni) = zero"
                  TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "      perform ldr-segna thru ex-ldr-segna"
                  TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "     end-if"               TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "     perform ldr-leggi  thru ex-ldr-leggi"
                  TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "    end-perform."          TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "    perform ldr-chiudi thru ex-ldr-chiudi."
                  TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE '    if ldr-fine = "E"'     TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "     move 16 to return-code" TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "    else"                  TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "     if ldr-scartati > zero" TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "      move 4 to return-code" TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "     else"                 TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "      move zero to return-code" TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "     end-if"               TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "    end-if."               TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "    goback."               TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "ldr-inizio."               TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "    move spaces to ldr-nome." TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "    accept ldr-nome from command-line."
                  TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "    if ldr-nome = spaces"  TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "     accept ldr-nome"      TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE '      from environment "GuiCOBOLloadfile"'
                  TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "    end-if."               TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "    if ldr-nome = spaces"  TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE '     move "E" to ldr-fine' TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                STRING '     display "usage: '
                 FUNCTION TRIM(MNT-PREFIX(MNT-I))
                 '-load <delimited file>"'
                 DELIMITED BY SIZE INTO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "     go to ex-ldr-inizio." TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "    move spaces to ldr-ogni-alfa ldr-delim-alfa."
                  TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "    accept ldr-ogni-alfa"  TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE '     from environment "GuiCOBOLloadevery".'
                  TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "    if ldr-ogni-alfa not = spaces" TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "     and function test-numval(ldr-ogni-alfa)"
                  TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "         = zero"           TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "     compute ldr-ogni ="   TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "      function numval(ldr-ogni-alfa)" TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "    end-if."               TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "    if ldr-ogni = zero move 100 to ldr-ogni."
                  TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "    accept ldr-delim-alfa" TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE '     from environment "GuiCOBOLloaddelim".'
                  TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "    if ldr-delim-alfa not = spaces" TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "     move ldr-delim-alfa(1:1) to ldr-delim."
                  TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "    move spaces to ldr-nome-scarti" TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "     ldr-nome-punto mns-nome." TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE '    string function trim(ldr-nome) ".rej"'
                  TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "     delimited by size into ldr-nome-scarti."
                  TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE '    string function trim(ldr-nome) ".chk"'
                  TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "     delimited by size into ldr-nome-punto."
                  TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "    perform mnt-ditta thru ex-mnt-ditta."
                  TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE '    string function trim(mnt-nome) ".his"'
                  TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "     delimited by size into mns-nome." TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "    open input ldr-punto." TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE '    if ldr-stato-punto = "00"' TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "     read ldr-punto"       TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "     end-read"             TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE '     if ldr-stato-punto = "00"' TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "      and ldr-punto-n numeric" TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "      move ldr-punto-n to ldr-salta" TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "     end-if"               TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "     close ldr-punto"      TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "    else"                  TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE '     if ldr-stato-punto = "05"' TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "      close ldr-punto"     TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "     end-if"               TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "    end-if."               TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "    open input ldr-entrata." TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE '    if ldr-stato not = "00"' TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE '     display "cannot open "' TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "      function trim(ldr-nome)" TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE '      ": file status " ldr-stato' TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE '     move "E" to ldr-fine' TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "     go to ex-ldr-inizio." TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "    open i-o mnt-file."    TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE '    if mnt-stato = "35"'   TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "     open output mnt-file" TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "     close mnt-file"       TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "     open i-o mnt-file"    TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "    end-if."               TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE '    if mnt-stato not = "00"' TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE '     and mnt-stato not = "05"' TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE '     display "cannot open "' TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "      function trim(mnt-nome)" TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE '      ": file status " mnt-stato' TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "     close ldr-entrata"    TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE '     move "E" to ldr-fine' TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "     go to ex-ldr-inizio." TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE '    move "S" to mnt-aperto.' TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "    if ldr-salta > zero"   TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "     move ldr-salta to ldr-edit" TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE '     display "restart after row "' TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "      function trim(ldr-edit)" TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "     open extend ldr-scarti" TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "    else"                  TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "     open output ldr-scarti" TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "    end-if."               TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "ex-ldr-inizio."            TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "    exit."                 TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "ldr-leggi."                TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "    read ldr-entrata"      TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE '     at end move "S" to ldr-fine' TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "     not at end add 1 to ldr-letti" TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "    end-read."             TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "ex-ldr-leggi."             TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "    exit."                 TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.

      *
      *  one column after the other, in the order of the map; a
      *  heading row (its first column the name of the first
      *  field) is let through
      *
                MOVE "ldr-carica."               TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "    if ldr-riga = spaces go to ex-ldr-carica."
                  TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "    move spaces to mnt-record ldr-motivo."
                  TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "    move 1 to ldr-punta."  TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.

                MOVE "L" TO MNT-MODO.
                PERFORM EMETTI-MNR-CAMPI THRU EX-EMETTI-MNR-CAMPI.
                MOVE SPACE TO MNT-MODO.

                MOVE "    if ldr-motivo = spaces" TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "     and mnt-chiave = spaces" TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE '     move "blank key" to ldr-motivo' TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "    end-if."               TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "    if ldr-motivo not = spaces" TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "     perform ldr-scarta thru ex-ldr-scarta"
                  TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "     go to ex-ldr-carica." TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "    perform mns-prima-di thru ex-mns-prima-di."
                  TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE '    if mns-trovato = "S"'  TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "     if mns-prima-img = mnt-record" TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "      add 1 to ldr-gia"    TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "     else"                 TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE '      move "key already on file" to ldr-motivo'
                  TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "      perform ldr-scarta thru ex-ldr-scarta"
                  TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "     end-if"               TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "     go to ex-ldr-carica." TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "    write mnt-record"      TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "    end-write."            TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE '    if mnt-stato = "02" move "00" to mnt-stato.'
                  TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE '    if mnt-stato = "00"'   TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "     add 1 to ldr-caricati" TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE '     move "import" to mns-op' TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "     perform mns-scrivi thru ex-mns-scrivi"
                  TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "    else"                  TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "     move spaces to ldr-motivo" TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE '     string "file status " mnt-stato' TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "      delimited by size into ldr-motivo"
                  TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "     perform ldr-scarta thru ex-ldr-scarta"
                  TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "    end-if."               TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "ex-ldr-carica."            TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "    exit."                 TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "ldr-campo-in."             TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "    if ldr-motivo not = spaces" TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "     go to ex-ldr-campo-in." TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "    if ldr-regola not = spaces" TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "     move ldr-valore to agar-text" TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "     move ldr-regola to agar-value" TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE '     move "check-value" to agar-function'
                  TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE '     call "agarcob"'       TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "     if agar-return-code not = agar-rc-ok"
                  TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "      perform ldr-motiva thru ex-ldr-motiva"
                  TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "      go to ex-ldr-campo-in" TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "     end-if"               TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "    end-if."               TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "    set agar-struct to address of mnt-record."
                  TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "    move ldr-voce   to agar-value." TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "    move ldr-off    to agar-int." TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "    move ldr-valore to agar-text." TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE '    move "put-field" to agar-function.'
                  TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE '    call "agarcob".'       TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "    if agar-return-code not = agar-rc-ok"
                  TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "     perform ldr-motiva thru ex-ldr-motiva."
                  TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "ex-ldr-campo-in."          TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "    exit."                 TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "ldr-motiva."               TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "    move spaces to ldr-motivo." TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE '    string function trim(ldr-campo) ": "'
                  TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "     function trim(agar-text)" TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "     delimited by size into ldr-motivo."
                  TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "ex-ldr-motiva."            TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "    exit."                 TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "ldr-scarta."               TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "    add 1 to ldr-scartati." TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "    move ldr-letti to ldr-edit." TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "    move spaces to ldr-scarto." TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "    string function trim(ldr-edit) ldr-delim"
                  TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "     function trim(ldr-motivo) ldr-delim"
                  TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "     function trim(ldr-riga trailing)" TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "     delimited by size into ldr-scarto."
                  TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "    write ldr-scarto."     TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "ex-ldr-scarta."            TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "    exit."                 TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.

      *
      *  the checkpoint: rows read so far, the rejects and the file
      *  closed and opened again so that what they hold is on disk
      *
                MOVE "ldr-segna."                TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "    open output ldr-punto." TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "    move ldr-letti to ldr-punto-n." TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "    write ldr-punto-rec."  TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "    close ldr-punto."      TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "    close ldr-scarti."     TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "    open extend ldr-scarti." TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "    close mnt-file."       TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "    open i-o mnt-file."    TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE '    if mnt-stato not = "00"' TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE '     display "cannot reopen "' TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "      function trim(mnt-nome)" TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE '      ": file status " mnt-stato' TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE '     move "E" to ldr-fine' TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "    end-if."               TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "ex-ldr-segna."             TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "    exit."                 TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "ldr-chiudi."               TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE '    if ldr-fine = "E" and mnt-aperto not = "S"'
                  TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "     go to ex-ldr-chiudi." TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE '    if ldr-fine = "S"'     TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "     move zero to ldr-letti" TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "     perform ldr-segna thru ex-ldr-segna"
                  TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "    end-if."               TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "    close ldr-entrata ldr-scarti mnt-file."
                  TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "    move ldr-caricati to ldr-edit." TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE '    display "loaded          " ldr-edit.'
                  TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "    move ldr-gia to ldr-edit." TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE '    display "already on file " ldr-edit.'
                  TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "    move ldr-scartati to ldr-edit." TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE '    display "rejected        " ldr-edit.'
                  TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "ex-ldr-chiudi."            TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "    exit."                 TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.

                PERFORM EMETTI-MNS-REGISTRA THRU EX-EMETTI-MNS-REGISTRA.

                MOVE "mnt"                       TO MNT-DITTA-FILE.
                MOVE "S"                         TO MNT-DITTA-DIRETTO.
                PERFORM EMETTI-MNT-DITTA THRU EX-EMETTI-MNT-DITTA.

                MOVE "mns-errore."               TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE '    display "history file status " mns-stato.'
                  TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "ex-mns-errore."            TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "    exit."                 TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.

                STRING "end program "
                 FUNCTION TRIM(MNT-PREFIX(MNT-I)) "-load."
                 DELIMITED BY SIZE INTO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.

                MOVE SPACE          TO SW-IN-LOADER.
                MOVE LDR-CONNECTOR  TO AGAR-CONNECTOR.
                MOVE LDR-CONTA-LINE TO CONTA-LINE.

                CLOSE ARK-DIF.

                DISPLAY "Loader generated: " FUNCTION TRIM(FILE-DIF).

        EX-EMETTI-LOADER.
                EXIT.

      *
      *  reconciliation of a maintain record with its SQL mirror
      *  table (-q): <prefix>-recon exports the table through the
      *  sql-export verb of agarcob, builds every row into a work
      *  INDEXED file keyed like the master (rows that do not fit
      *  the map and keys met twice are reported), then reads the
      *  master in key order: a key missing from the work file is
      *  only in the file, a key found is compared field by field
      *  along the record map and taken out; what is left in the
      *  work file is only in the table.  the report goes to
      *  <prefix>-recon.rpt (GuiCOBOLreconreport) with the totals
      *  per difference type and per field.  run with "fix-file"
      *  the master is brought in line with the table, with the
      *  history entries an update takes (event "recon"); with
      *  "fix-table" the table is brought in line with the master;
      *  every correction goes to <prefix>-recon.jrn.  the table
      *  is GuiCOBOLrecontable, default the record prefix, and the
      *  connection GuiCOBOLsql ("host;user;password;db")
      *
        EMETTI-RICONCILIA.

                IF SW-ANALYSIS = "S" GO TO EX-EMETTI-RICONCILIA.

                MOVE SPACES TO FILE-DIF.
                STRING FUNCTION TRIM(MNT-PREFIX(MNT-I)) "-recon.cbl"
                 DELIMITED BY SIZE INTO FILE-DIF.
                OPEN OUTPUT ARK-DIF.

                IF STATUS-DIF NOT = "00"
                 DISPLAY "Unable to create reconciliation: "
                  FUNCTION TRIM(FILE-DIF)
                 GO TO EX-EMETTI-RICONCILIA.

                MOVE CONTA-LINE     TO LDR-CONTA-LINE.
                MOVE ZEROS          TO CONTA-LINE.
                MOVE AGAR-CONNECTOR TO LDR-CONNECTOR.
                MOVE "agarcob"      TO AGAR-CONNECTOR.
                MOVE "S"            TO SW-IN-LOADER.
                MOVE SPACES         TO STRINGA.

                MOVE "identification division."  TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                STRING "program-id. "
                 FUNCTION TRIM(MNT-PREFIX(MNT-I)) "-recon."
                 DELIMITED BY SIZE INTO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "environment division."     TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "input-output section."     TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "file-control."             TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.

                PERFORM EMETTI-MNT-SELECT THRU EX-EMETTI-MNT-SELECT.

                PERFORM EMETTI-MNS-SELECT THRU EX-EMETTI-MNS-SELECT.

                MOVE "    select rcn-specchio"   TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "     assign to rcn-nome-spec" TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "     organization is indexed" TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "     access mode is dynamic" TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "     record key is rcn-spec-chiave" TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "     file status is rcn-stato-spec." TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "    select rcn-tabella"    TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "     assign to rcn-nome-tab" TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "     organization is line sequential" TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "     file status is rcn-stato-tab." TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "    select rcn-rapporto"   TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "     assign to rcn-nome-rpt" TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "     organization is line sequential" TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "     file status is rcn-stato-rpt." TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "    select optional rcn-giornale" TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "     assign to rcn-nome-jrn" TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "     organization is line sequential" TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "     file status is rcn-stato-jrn." TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "data division."            TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "file section."             TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.

                PERFORM EMETTI-MNT-FD THRU EX-EMETTI-MNT-FD.

                PERFORM EMETTI-MNS-FD THRU EX-EMETTI-MNS-FD.

                MOVE "fd rcn-specchio."          TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "01 rcn-spec-rec."          TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.

                MOVE "   02"                  TO MNT-LIVELLO.
                MOVE "rcn-spec-chiave"        TO MNT-NOME-CAMPO.
                MOVE MNT-KEY-OFF(MNT-I)       TO MNT-STR-OFF.
                MOVE MNT-KEY-LEN(MNT-I)       TO MNT-STR-LEN.
                MOVE MNT-LUNGHEZZA(MNT-I)     TO MNT-STR-TOT.
                PERFORM EMETTI-MNT-STRATI THRU EX-EMETTI-MNT-STRATI.

                MOVE "fd rcn-tabella."           TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "01 rcn-tab-riga       pic x(512)." TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "fd rcn-rapporto."          TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "01 rcn-rpt-riga       pic x(300)." TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "fd rcn-giornale."          TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "01 rcn-jrn-riga       pic x(400)." TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "working-storage section."  TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE '    copy "global".'        TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.

                PERFORM EMETTI-MNT-NOME THRU EX-EMETTI-MNT-NOME.

                MOVE "01 mnt-stato          pic xx." TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "01 mnt-aperto         pic x value space."
                  TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.

                PERFORM EMETTI-MNS-WS THRU EX-EMETTI-MNS-WS.

      *
      *  the record map the export and the rows go by, laid down
      *  in 20 byte pieces like the file name
      *
                MOVE "01 mnt-mappa."             TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.

                PERFORM VARYING MNT-PUNTA FROM 1 BY 20
                 UNTIL MNT-PUNTA > LENGTH OF MNT-DATI(MNT-I)
                 MOVE SPACES TO STRINGA
                 STRING '   02 filler pic x(20) value "'
                  MNT-DATI(MNT-I)(MNT-PUNTA:20) '".'
                  DELIMITED BY SIZE INTO STRINGA
                 PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A
                END-PERFORM.

                STRING '01 rcn-tavola        pic x(64) value "'
                 FUNCTION TRIM(MNT-PREFIX(MNT-I)) '".'
                 DELIMITED BY SIZE INTO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                STRING '01 rcn-chiave-col    pic x(30) value "'
                 FUNCTION TRIM(MNT-CHIAVE(MNT-I)) '".'
                 DELIMITED BY SIZE INTO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "01 rcn-nome-spec     pic x(80) value" TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                STRING '     "' FUNCTION TRIM(MNT-PREFIX(MNT-I))
                 '-recon.idx".'
                 DELIMITED BY SIZE INTO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "01 rcn-nome-rpt      pic x(256) value" TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                STRING '     "' FUNCTION TRIM(MNT-PREFIX(MNT-I))
                 '-recon.rpt".'
                 DELIMITED BY SIZE INTO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "01 rcn-nome-jrn      pic x(256) value" TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                STRING '     "' FUNCTION TRIM(MNT-PREFIX(MNT-I))
                 '-recon.jrn".'
                 DELIMITED BY SIZE INTO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE MNT-LUNGHEZZA(MNT-I) TO MNT-EDIT.
                STRING "01 rcn-tab-rec       pic x("
                 FUNCTION TRIM(MNT-EDIT) ")."
                 DELIMITED BY SIZE INTO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.

                MOVE "01 rcn-nome-tab       pic x(512)." TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "01 rcn-sql            pic x(256)." TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "01 rcn-modo           pic x(16)." TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "01 rcn-stato-spec     pic xx." TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "01 rcn-stato-tab      pic xx." TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "01 rcn-stato-rpt      pic xx." TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "01 rcn-stato-jrn      pic xx." TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "01 rcn-fine           pic x value space."
                  TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "01 rcn-aperti         pic x value space."
                  TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "01 rcn-eof            pic x value space."
                  TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "01 rcn-vuoto          pic x value space."
                  TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "01 rcn-diverso        pic x value space."
                  TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "01 rcn-righe          pic 9(9) value zero."
                  TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "01 rcn-solo-file      pic 9(9) value zero."
                  TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "01 rcn-solo-tab       pic 9(9) value zero."
                  TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "01 rcn-diff-rec       pic 9(9) value zero."
                  TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "01 rcn-diff-campi     pic 9(9) value zero."
                  TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "01 rcn-cattive        pic 9(9) value zero."
                  TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "01 rcn-doppie         pic 9(9) value zero."
                  TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "01 rcn-corrette       pic 9(9) value zero."
                  TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "01 rcn-fallite        pic 9(9) value zero."
                  TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "01 rcn-conta-campi."       TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "   02 rcn-per-campo   pic 9(9) occurs 100."
                  TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "01 rcn-n              pic 9(3)." TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "01 rcn-punta          pic 9(3)." TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "01 rcn-campo          pic x(30)." TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "01 rcn-campi          pic x(200)." TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "01 rcn-voce           pic x(34)." TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "01 rcn-chiave-val     pic x(256)." TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "01 rcn-val-file       pic x(60)." TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "01 rcn-val-tab        pic x(60)." TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "01 rcn-lato           pic x(8)." TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "01 rcn-azione         pic x(8)." TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "01 rcn-esito          pic x(8)." TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "01 rcn-edit           pic z(8)9." TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "01 rcn-data           pic 9(8)." TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "01 rcn-ora            pic 9(8)." TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "procedure division."       TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "    perform rcn-inizio thru ex-rcn-inizio."
                  TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "    if rcn-fine = space"   TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "     perform rcn-specchia thru ex-rcn-specchia"
                  TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "    end-if."               TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "    if rcn-fine = space"   TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "     perform rcn-confronta thru ex-rcn-confronta"
                  TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "     perform rcn-restanti  thru ex-rcn-restanti"
                  TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "     perform rcn-totali    thru ex-rcn-totali"
                  TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "    end-if."               TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "    perform rcn-chiudi thru ex-rcn-chiudi."
                  TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE '    if rcn-fine = "E"'     TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "     move 16 to return-code" TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "    else"                  TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "     if rcn-fallite > zero" TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "      move 8 to return-code" TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "     else"                 TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "      if rcn-solo-file + rcn-solo-tab" TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "         + rcn-diff-rec + rcn-cattive" TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "         + rcn-doppie > zero" TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "       move 4 to return-code" TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "      else"                TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "       move zero to return-code" TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "      end-if"              TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "     end-if"               TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "    end-if."               TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "    goback."               TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "rcn-inizio."               TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "    move spaces to rcn-modo rcn-sql mns-nome."
                  TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "    accept rcn-modo from command-line."
                  TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "    move function lower-case(rcn-modo)"
                  TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "     to rcn-modo."         TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "    if rcn-modo not = spaces" TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE '     and rcn-modo not = "fix-file"' TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE '     and rcn-modo not = "fix-table"' TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                STRING '     display "usage: '
                 FUNCTION TRIM(MNT-PREFIX(MNT-I)) '-recon'
                 ' [fix-file | fix-table]"'
                 DELIMITED BY SIZE INTO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE '     move "E" to rcn-fine' TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "     go to ex-rcn-inizio." TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "    accept rcn-sql from environment" TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE '     "GuiCOBOLsql".'       TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "    if rcn-sql = spaces"   TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE '     display "GuiCOBOLsql is not set"' TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE '     move "E" to rcn-fine' TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "     go to ex-rcn-inizio." TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "    move spaces to agar-text." TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "    accept agar-text from environment" TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE '     "GuiCOBOLrecontable".' TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "    if agar-text not = spaces" TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "     move agar-text to rcn-tavola." TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "    move spaces to agar-text." TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "    accept agar-text from environment" TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE '     "GuiCOBOLreconreport".' TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "    if agar-text not = spaces" TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "     move agar-text to rcn-nome-rpt." TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "    perform mnt-ditta thru ex-mnt-ditta."
                  TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE '    string function trim(mnt-nome) ".his"'
                  TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "     delimited by size into mns-nome." TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "    move rcn-sql to agar-text." TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE '    move "sql-connect" to agar-function.'
                  TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE '    call "agarcob".'       TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "    if agar-return-code not = agar-rc-ok"
                  TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE '     display "cannot connect to the database"'
                  TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE '     move "E" to rcn-fine' TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "     go to ex-rcn-inizio." TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "    move rcn-tavola to agar-text." TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "    move mnt-mappa  to agar-value." TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE '    move "sql-export" to agar-function.'
                  TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE '    call "agarcob".'       TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "    if agar-return-code not = agar-rc-ok"
                  TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE '     display "cannot export table "' TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "      function trim(rcn-tavola)" TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE '     move "E" to rcn-fine' TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "     go to ex-rcn-inizio." TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "    move agar-text to rcn-nome-tab." TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "    open output rcn-rapporto." TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE '    if rcn-stato-rpt not = "00"' TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE '     display "cannot open "' TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "      function trim(rcn-nome-rpt)" TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE '      ": file status " rcn-stato-rpt' TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE '     move "E" to rcn-fine' TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "     go to ex-rcn-inizio." TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "    open output rcn-specchio." TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "    close rcn-specchio."   TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "    open i-o rcn-specchio." TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE '    if rcn-stato-spec not = "00"' TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE '     display "cannot open "' TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "      function trim(rcn-nome-spec)" TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE '      ": file status " rcn-stato-spec' TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "     close rcn-rapporto"   TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE '     move "E" to rcn-fine' TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "     go to ex-rcn-inizio." TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE '    if rcn-modo = "fix-file"' TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "     open i-o mnt-file"    TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE '     if mnt-stato = "35"'  TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "      open output mnt-file" TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "      close mnt-file"      TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "      open i-o mnt-file"   TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "     end-if"               TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "    else"                  TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "     open input mnt-file"  TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE '     if mnt-stato = "35" and rcn-modo = spaces'
                  TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE '      move "S" to rcn-vuoto' TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "     end-if"               TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "    end-if."               TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "    if rcn-vuoto = space"  TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE '     and mnt-stato not = "00"' TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE '     and mnt-stato not = "05"' TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE '     display "cannot open "' TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "      function trim(mnt-nome)" TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE '      ": file status " mnt-stato' TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "     close rcn-rapporto rcn-specchio" TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE '     move "E" to rcn-fine' TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "     go to ex-rcn-inizio." TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "    if rcn-vuoto = space"  TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE '     move "S" to mnt-aperto.' TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "    if rcn-modo not = spaces" TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "     open extend rcn-giornale" TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
      *
      *  a fix that cannot be journaled is not made
      *
                MOVE '     if rcn-stato-jrn not = "00"' TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE '      and rcn-stato-jrn not = "05"' TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE '      display "cannot open "' TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "       function trim(rcn-nome-jrn)" TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE '       ": file status " rcn-stato-jrn' TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "      close rcn-rapporto rcn-specchio" TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE '      if mnt-aperto = "S"'  TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "       close mnt-file"      TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "      end-if"               TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE '      move "E" to rcn-fine' TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "      go to ex-rcn-inizio"  TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "     end-if"               TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "    end-if."               TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE '    move "S" to rcn-aperti.' TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "    initialize rcn-conta-campi." TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "    accept rcn-data from date yyyymmdd."
                  TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "    accept rcn-ora  from time." TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "    move spaces to rcn-rpt-riga." TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE '    string "reconciliation "' TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "     function trim(mnt-nome)" TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE '     " / table " function trim(rcn-tavola)'
                  TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE '     " " rcn-data " " rcn-ora(1:6) " "'
                  TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "     function trim(rcn-modo)" TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "     delimited by size into rcn-rpt-riga."
                  TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "    write rcn-rpt-riga."   TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "    move spaces to rcn-rpt-riga." TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "    write rcn-rpt-riga."   TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "ex-rcn-inizio."            TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "    exit."                 TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "rcn-specchia."             TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "    open input rcn-tabella." TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE '    if rcn-stato-tab not = "00"' TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE '     display "cannot open "' TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "      function trim(rcn-nome-tab)" TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE '      ": file status " rcn-stato-tab' TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE '     move "E" to rcn-fine' TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "     go to ex-rcn-specchia." TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "    move space to rcn-eof." TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "    perform until rcn-eof not = space" TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "     read rcn-tabella"     TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE '      at end move "S" to rcn-eof' TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "      not at end"          TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "       perform rcn-riga-tab thru ex-rcn-riga-tab"
                  TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "     end-read"             TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "    end-perform."          TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "    close rcn-tabella."    TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE '    call "CBL_DELETE_FILE" using rcn-nome-tab.'
                  TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "ex-rcn-specchia."          TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "    exit."                 TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "rcn-riga-tab."             TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "    if rcn-tab-riga = spaces" TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "     go to ex-rcn-riga-tab." TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "    add 1 to rcn-righe."   TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "    move spaces to rcn-tab-rec." TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "    set agar-struct to address of rcn-tab-rec."
                  TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "    move rcn-tab-riga to agar-text." TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "    move mnt-mappa    to agar-value." TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE '    move "sql-row"    to agar-function.'
                  TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE '    call "agarcob".'       TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "    if agar-return-code not = agar-rc-ok"
                  TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "     add 1 to rcn-cattive" TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "     move rcn-righe to rcn-edit" TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "     move spaces to rcn-rpt-riga" TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE '     string "bad row         "' TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE '      function trim(rcn-edit) " "' TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "      function trim(rcn-tab-riga)" TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "      delimited by size into rcn-rpt-riga"
                  TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "     write rcn-rpt-riga"   TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "     go to ex-rcn-riga-tab." TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "    move rcn-tab-rec to rcn-spec-rec." TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "    write rcn-spec-rec"    TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "    end-write."            TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE '    if rcn-stato-spec = "22"' TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "     add 1 to rcn-doppie"  TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "     move spaces to rcn-rpt-riga" TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE '     string "duplicate key   "' TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "      function trim(rcn-spec-chiave)" TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "      delimited by size into rcn-rpt-riga"
                  TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "     write rcn-rpt-riga"   TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "    end-if."               TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "ex-rcn-riga-tab."          TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "    exit."                 TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "rcn-confronta."            TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE '    if rcn-vuoto = "S" go to ex-rcn-confronta.'
                  TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "    move space to rcn-eof." TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "    perform rcn-leggi thru ex-rcn-leggi."
                  TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "    perform until rcn-eof not = space" TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "     perform rcn-un-record thru ex-rcn-un-record"
                  TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "     perform rcn-leggi thru ex-rcn-leggi"
                  TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "    end-perform."          TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "ex-rcn-confronta."         TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "    exit."                 TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "rcn-leggi."                TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "    read mnt-file next record" TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE '     at end move "S" to rcn-eof' TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "    end-read."             TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "    if rcn-eof = space"    TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE '     and mnt-stato not = "00"' TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE '     and mnt-stato not = "02"' TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE '     display "cannot read "' TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "      function trim(mnt-nome)" TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE '      ": file status " mnt-stato' TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "     add 1 to rcn-fallite" TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE '     move "S" to rcn-eof'  TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "    end-if."               TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "ex-rcn-leggi."             TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "    exit."                 TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "rcn-un-record."            TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "    move mnt-chiave to rcn-chiave-val."
                  TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "    move space  to rcn-diverso." TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "    move spaces to rcn-campi." TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "    move mnt-chiave to rcn-spec-chiave."
                  TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "    read rcn-specchio key is rcn-spec-chiave"
                  TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "    end-read."             TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE '    if rcn-stato-spec not = "00"' TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "     add 1 to rcn-solo-file" TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE '     move "only in file" to rcn-voce' TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "     perform rcn-segnala thru ex-rcn-segnala"
                  TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE '     if rcn-modo = "fix-file"' TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "      perform rcn-file-togli" TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "         thru ex-rcn-file-togli" TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "     end-if"               TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE '     if rcn-modo = "fix-table"' TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "      perform rcn-tab-metti thru ex-rcn-tab-metti"
                  TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "     end-if"               TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "     go to ex-rcn-un-record." TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.

                MOVE "K" TO MNT-MODO.
                PERFORM EMETTI-MNR-CAMPI THRU EX-EMETTI-MNR-CAMPI.

                MOVE '    if rcn-diverso = "S"'  TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE '     if rcn-modo = "fix-file"' TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "      perform rcn-file-metti" TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "         thru ex-rcn-file-metti" TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "     end-if"               TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE '     if rcn-modo = "fix-table"' TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "      perform rcn-tab-metti thru ex-rcn-tab-metti"
                  TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "     end-if"               TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "    end-if."               TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "    delete rcn-specchio record" TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "    end-delete."           TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "ex-rcn-un-record."         TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "    exit."                 TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "rcn-differenza."           TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "    add 1 to rcn-diff-campi rcn-per-campo(rcn-n)."
                  TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "    if rcn-diverso = space" TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "     add 1 to rcn-diff-rec" TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE '     move "S" to rcn-diverso' TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "     move 1 to rcn-punta"  TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "    else"                  TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE '     string "," delimited by size' TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "      into rcn-campi with pointer rcn-punta"
                  TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "     end-string"           TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "    end-if."               TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "    string function trim(rcn-campo)" TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "     delimited by size"    TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "     into rcn-campi with pointer rcn-punta"
                  TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "    end-string."           TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "    move spaces to rcn-rpt-riga." TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE '    string "field differs   "' TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE '     function trim(rcn-chiave-val) " "'
                  TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE '     function trim(rcn-campo) " file: "'
                  TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE '     function trim(rcn-val-file) " table: "'
                  TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "     function trim(rcn-val-tab)" TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "     delimited by size into rcn-rpt-riga."
                  TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "    write rcn-rpt-riga."   TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "ex-rcn-differenza."        TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "    exit."                 TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "rcn-restanti."             TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "    move low-values to rcn-spec-chiave."
                  TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "    start rcn-specchio"    TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "     key is not less than rcn-spec-chiave"
                  TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "    end-start."            TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE '    if rcn-stato-spec not = "00"' TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "     go to ex-rcn-restanti." TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "    move space to rcn-eof." TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "    perform until rcn-eof not = space" TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "     read rcn-specchio next record" TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE '      at end move "S" to rcn-eof' TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "      not at end"          TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "       perform rcn-solo-tabella" TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "          thru ex-rcn-solo-tabella" TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "     end-read"             TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "    end-perform."          TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "ex-rcn-restanti."          TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "    exit."                 TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "rcn-solo-tabella."         TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "    add 1 to rcn-solo-tab." TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "    move rcn-spec-chiave to rcn-chiave-val."
                  TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "    move space  to rcn-diverso." TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "    move spaces to rcn-campi." TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE '    move "only in table" to rcn-voce.' TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "    perform rcn-segnala thru ex-rcn-segnala."
                  TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE '    if rcn-modo = "fix-file"' TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "     perform rcn-file-metti" TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "        thru ex-rcn-file-metti" TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "    end-if."               TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE '    if rcn-modo = "fix-table"' TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "     perform rcn-tab-togli thru ex-rcn-tab-togli"
                  TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "    end-if."               TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "ex-rcn-solo-tabella."      TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "    exit."                 TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "rcn-segnala."              TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "    move spaces to rcn-rpt-riga." TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "    string rcn-voce(1:16)" TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "     function trim(rcn-chiave-val)" TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "     delimited by size into rcn-rpt-riga."
                  TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "    write rcn-rpt-riga."   TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "ex-rcn-segnala."           TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "    exit."                 TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "rcn-file-metti."           TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE '    move "file" to rcn-lato.' TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "    move rcn-spec-rec to mnt-record." TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "    perform mns-prima-di thru ex-mns-prima-di."
                  TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE '    if mns-trovato = "S"'  TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE '     move "change" to rcn-azione' TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "     rewrite mnt-record"   TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "     end-rewrite"          TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "    else"                  TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE '     move "add" to rcn-azione' TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "     write mnt-record"     TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "     end-write"            TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "    end-if."               TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE '    if mnt-stato = "02" move "00" to mnt-stato.'
                  TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE '    if mnt-stato = "00"'   TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE '     move "recon" to mns-op' TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "     perform mns-scrivi thru ex-mns-scrivi"
                  TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE '     move "ok" to rcn-esito' TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "    else"                  TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE '     move "failed" to rcn-esito' TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "    end-if."               TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "    perform rcn-annota thru ex-rcn-annota."
                  TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "ex-rcn-file-metti."        TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "    exit."                 TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "rcn-file-togli."           TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE '    move "file"   to rcn-lato.' TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE '    move "delete" to rcn-azione.' TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "    perform mns-prima-di thru ex-mns-prima-di."
                  TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "    delete mnt-file record" TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "    end-delete."           TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE '    if mnt-stato = "00"'   TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE '     move "delete" to mns-op' TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "     perform mns-scrivi thru ex-mns-scrivi"
                  TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE '     move "ok" to rcn-esito' TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "    else"                  TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE '     move "failed" to rcn-esito' TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "    end-if."               TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "    perform rcn-annota thru ex-rcn-annota."
                  TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "ex-rcn-file-togli."        TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "    exit."                 TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "rcn-tab-metti."            TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE '    move "table" to rcn-lato.' TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE '    if rcn-diverso = "S"'  TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE '     move "change" to rcn-azione' TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "    else"                  TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE '     move "add" to rcn-azione' TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "    end-if."               TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "    set agar-struct to address of mnt-record."
                  TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "    move rcn-tavola to agar-text." TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "    move mnt-mappa  to agar-value." TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE '    move "sql-apply" to agar-function.'
                  TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE '    call "agarcob".'       TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "    if agar-return-code = agar-rc-ok" TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE '     move "ok" to rcn-esito' TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "    else"                  TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE '     move "failed" to rcn-esito' TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "    end-if."               TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "    perform rcn-annota thru ex-rcn-annota."
                  TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "ex-rcn-tab-metti."         TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "    exit."                 TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "rcn-tab-togli."            TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE '    move "table"  to rcn-lato.' TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE '    move "delete" to rcn-azione.' TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "    move spaces to agar-text." TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE '    string "delete from "' TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "     function trim(rcn-tavola)" TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE '     " where " function trim(rcn-chiave-col)'
                  TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE '     " = " x"22" function trim(rcn-chiave-val)'
                  TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE '     x"22" delimited by size into agar-text.'
                  TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE '    move "sql-exec" to agar-function.' TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE '    call "agarcob".'       TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "    if agar-return-code = agar-rc-ok" TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE '     move "ok" to rcn-esito' TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "    else"                  TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE '     move "failed" to rcn-esito' TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "    end-if."               TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "    perform rcn-annota thru ex-rcn-annota."
                  TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "ex-rcn-tab-togli."         TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "    exit."                 TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "rcn-annota."               TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE '    if rcn-esito = "ok"'   TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "     add 1 to rcn-corrette" TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "    else"                  TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "     add 1 to rcn-fallite" TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "    end-if."               TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE '    move "get-user" to agar-function.' TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE '    call "agarcob".'       TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "    accept rcn-data from date yyyymmdd."
                  TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "    accept rcn-ora  from time." TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "    move spaces to rcn-jrn-riga." TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE '    string rcn-data " " rcn-ora(1:6) ";"'
                  TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE '     function trim(rcn-lato)       ";"'
                  TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE '     function trim(rcn-azione)     ";"'
                  TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE '     function trim(rcn-chiave-val) ";"'
                  TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE '     function trim(rcn-campi)      ";"'
                  TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE '     function trim(rcn-esito)      ";"'
                  TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "     function trim(agar-text)" TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "     delimited by size into rcn-jrn-riga."
                  TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "    write rcn-jrn-riga."   TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "ex-rcn-annota."            TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "    exit."                 TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "rcn-totali."               TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "    move spaces to rcn-rpt-riga." TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "    write rcn-rpt-riga."   TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE '    move "table rows" to rcn-voce.' TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "    move rcn-righe to rcn-edit." TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "    perform rcn-totale thru ex-rcn-totale."
                  TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE '    move "only in file" to rcn-voce.' TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "    move rcn-solo-file to rcn-edit." TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "    perform rcn-totale thru ex-rcn-totale."
                  TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE '    move "only in table" to rcn-voce.' TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "    move rcn-solo-tab to rcn-edit." TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "    perform rcn-totale thru ex-rcn-totale."
                  TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE '    move "records differing" to rcn-voce.'
                  TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "    move rcn-diff-rec to rcn-edit." TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "    perform rcn-totale thru ex-rcn-totale."
                  TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE '    move "fields differing" to rcn-voce.'
                  TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "    move rcn-diff-campi to rcn-edit." TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "    perform rcn-totale thru ex-rcn-totale."
                  TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.

                MOVE "T" TO MNT-MODO.
                PERFORM EMETTI-MNR-CAMPI THRU EX-EMETTI-MNR-CAMPI.

                MOVE '    move "bad rows" to rcn-voce.' TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "    move rcn-cattive to rcn-edit." TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "    perform rcn-totale thru ex-rcn-totale."
                  TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE '    move "duplicate keys" to rcn-voce.'
                  TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "    move rcn-doppie to rcn-edit." TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "    perform rcn-totale thru ex-rcn-totale."
                  TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "    if rcn-modo not = spaces" TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE '     move "corrections made" to rcn-voce'
                  TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "     move rcn-corrette to rcn-edit" TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "     perform rcn-totale thru ex-rcn-totale"
                  TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE '     move "corrections failed" to rcn-voce'
                  TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "     move rcn-fallite to rcn-edit" TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "     perform rcn-totale thru ex-rcn-totale"
                  TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "    end-if."               TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "ex-rcn-totali."            TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "    exit."                 TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "rcn-tot-campo."            TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "    if rcn-per-campo(rcn-n) = zero" TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "     go to ex-rcn-tot-campo." TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "    move spaces to rcn-voce." TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE '    string "  " rcn-campo delimited by size'
                  TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "     into rcn-voce."       TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "    move rcn-per-campo(rcn-n) to rcn-edit."
                  TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "    perform rcn-totale thru ex-rcn-totale."
                  TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "ex-rcn-tot-campo."         TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "    exit."                 TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "rcn-totale."               TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "    move spaces to rcn-rpt-riga." TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "    string rcn-voce rcn-edit" TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "     delimited by size into rcn-rpt-riga."
                  TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "    write rcn-rpt-riga."   TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "    display rcn-rpt-riga(1:60)." TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "ex-rcn-totale."            TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "    exit."                 TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "rcn-chiudi."               TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE '    if rcn-aperti not = "S"' TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "     go to ex-rcn-chiudi." TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "    close rcn-rapporto rcn-specchio." TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE '    if mnt-aperto = "S"'   TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "     close mnt-file"       TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "    end-if."               TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "    if rcn-modo not = spaces" TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "     close rcn-giornale"   TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "    end-if."               TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE '    move "sql-close" to agar-function.'
                  TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE '    call "agarcob".'       TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE '    display "report "'     TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "     function trim(rcn-nome-rpt)." TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "ex-rcn-chiudi."            TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "    exit."                 TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.

                PERFORM EMETTI-MNS-REGISTRA THRU EX-EMETTI-MNS-REGISTRA.

                MOVE "mnt"                       TO MNT-DITTA-FILE.
                MOVE "S"                         TO MNT-DITTA-DIRETTO.
                PERFORM EMETTI-MNT-DITTA THRU EX-EMETTI-MNT-DITTA.

                MOVE "mns-errore."               TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE '    display "history file status " mns-stato.'
                  TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "ex-mns-errore."            TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "    exit."                 TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.

                STRING "end program "
                 FUNCTION TRIM(MNT-PREFIX(MNT-I)) "-recon."
                 DELIMITED BY SIZE INTO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.

                MOVE SPACE          TO SW-IN-LOADER.
                MOVE LDR-CONNECTOR  TO AGAR-CONNECTOR.
                MOVE LDR-CONTA-LINE TO CONTA-LINE.

                CLOSE ARK-DIF.

                DISPLAY "Reconciliation generated: "
                 FUNCTION TRIM(FILE-DIF).

        EX-EMETTI-RICONCILIA.
                EXIT.

      *
      *  one field of the reconciliation: compared byte for byte
      *  between the master and the table row (MNT-MODO "K"), the
      *  binary and packed ones reported without their value, or
      *  its line in the totals ("T")
      *
        EMETTI-RCN-CAMPO.

                MOVE MNT-CAMPI TO RCN-EDIT.

                IF MNT-MODO = "T"
                 STRING '    move "' FUNCTION TRIM(MNT-NOME-CAMPO)
                  '" to rcn-campo.'
                  DELIMITED BY SIZE INTO STRINGA
                 PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A
                 STRING "    move " FUNCTION TRIM(RCN-EDIT)
                  " to rcn-n."
                  DELIMITED BY SIZE INTO STRINGA
                 PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A
                 MOVE "    perform rcn-tot-campo thru ex-rcn-tot-campo."
                  TO STRINGA
                 PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A
                 GO TO EX-EMETTI-RCN-CAMPO.

                COMPUTE MNT-EDIT = MNT-OFF-CAMPO + 1.
                MOVE MNT-LEN-CAMPO TO MNT-EDIT2.
                STRING "    if mnt-record(" FUNCTION TRIM(MNT-EDIT) ":"
                 FUNCTION TRIM(MNT-EDIT2) ") not ="
                 DELIMITED BY SIZE INTO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                STRING "       rcn-spec-rec(" FUNCTION TRIM(MNT-EDIT)
                 ":"
                 FUNCTION TRIM(MNT-EDIT2) ")"
                 DELIMITED BY SIZE INTO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                STRING '     move "' FUNCTION TRIM(MNT-NOME-CAMPO)
                 '" to rcn-campo'
                 DELIMITED BY SIZE INTO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                STRING "     move " FUNCTION TRIM(RCN-EDIT)
                 " to rcn-n"
                 DELIMITED BY SIZE INTO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.

                IF MNT-USO-ALFA NOT = SPACES
                 MOVE '     move "(binary)" to rcn-val-file'
                   TO STRINGA
                 PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A
                 MOVE '     move "(binary)" to rcn-val-tab' TO STRINGA
                 PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A
                ELSE
                 STRING "     move mnt-record("
                  FUNCTION TRIM(MNT-EDIT)
                  ":" FUNCTION TRIM(MNT-EDIT2) ") to rcn-val-file"
                  DELIMITED BY SIZE INTO STRINGA
                 PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A
                 STRING "     move rcn-spec-rec("
                  FUNCTION TRIM(MNT-EDIT)
                  ":" FUNCTION TRIM(MNT-EDIT2) ") to rcn-val-tab"
                  DELIMITED BY SIZE INTO STRINGA
                 PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A
                END-IF.

                MOVE "     perform rcn-differenza" TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "        thru ex-rcn-differenza" TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "    end-if."               TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.

        EX-EMETTI-RCN-CAMPO.
                EXIT.

      *
      *  one column of the loader: the value cut from the row, the
      *  rule the screen wires to the field, the map entry and the
      *  offset put-field needs
      *
        EMETTI-LDR-CAMPO.

                MOVE "    move spaces to ldr-valore." TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "    unstring ldr-riga delimited by ldr-delim"
                  TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "     into ldr-valore with pointer ldr-punta"
                  TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "    end-unstring."         TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.

                IF MNT-CAMPI = 1
                 MOVE "    if ldr-letti = 1 and"  TO STRINGA
                 PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A
                 STRING "     function upper-case(ldr-valore) = "
                  '"' FUNCTION UPPER-CASE(FUNCTION TRIM(MNT-NOME-CAMPO))
                  '"'
                  DELIMITED BY SIZE INTO STRINGA
                 PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A
                 MOVE "     go to ex-ldr-carica"  TO STRINGA
                 PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A
                 MOVE "    end-if."               TO STRINGA
                 PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A
                END-IF.

                STRING '    move "' FUNCTION TRIM(MNT-NOME-CAMPO)
                 '" to ldr-campo.'
                 DELIMITED BY SIZE INTO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.

                STRING '    move "' FUNCTION TRIM(PEZZO-MAPPA) '"'
                 DELIMITED BY SIZE INTO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "     to ldr-voce."          TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.

                MOVE MNT-OFF-CAMPO TO MNT-EDIT.
                STRING "    move " FUNCTION TRIM(MNT-EDIT)
                 " to ldr-off."
                 DELIMITED BY SIZE INTO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.

                MOVE "    move spaces to ldr-regola." TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.

      *
      *  the rule travels in 40 byte pieces, past what one
      *  generated line can carry
      *
                MOVE MNT-NOME-CAMPO TO TD-NOME-CAMPO.
                PERFORM TROVA-REGOLA THRU EX-TROVA-REGOLA.

                IF TD-REGOLA NOT = SPACES
                 MOVE "    string"               TO STRINGA
                 PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A
                 PERFORM VARYING TD-PUNTA FROM 1 BY 40
                  UNTIL TD-PUNTA > LENGTH OF TD-REGOLA
                  OR TD-REGOLA(TD-PUNTA:) = SPACES
                  STRING '     "' TD-REGOLA(TD-PUNTA:40) '"'
                   DELIMITED BY SIZE INTO STRINGA
                  PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A
                 END-PERFORM
                 MOVE "     delimited by size into ldr-regola."
                   TO STRINGA
                 PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A
                END-IF.

                MOVE "    perform ldr-campo-in thru ex-ldr-campo-in."
                  TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.

        EX-EMETTI-LDR-CAMPO.
                EXIT.

      *
      *  the display fields of the lines map, as grid columns
      *  (MNT-MODO "C") or as the pieces of one grid row ("R");
      *  binary and packed fields stay off the grid.  every other
      *  MNT-MODO walks the header map instead, every field: "H"
      *  for the history compare, "L" for the bulk loader, "K"
      *  and "T" for the reconciliation
      *
        EMETTI-MNR-CAMPI.

                IF MNT-MODO = "C" OR MNT-MODO = "R"
                 MOVE MNT-RIG-DATI(MNT-I) TO MNT-TESTO
                ELSE
                 MOVE MNT-DATI(MNT-I)     TO MNT-TESTO
                END-IF.
                MOVE ZEROS               TO MNT-CAMPI MNT-OFF-CAMPO.

                PERFORM UNTIL MNT-TESTO = SPACES
                 MOVE SPACES TO PEZZO-MAPPA
                 MOVE 1      TO MNT-PUNTA
                 UNSTRING MNT-TESTO DELIMITED BY ";"
                  INTO PEZZO-MAPPA
                  WITH POINTER MNT-PUNTA
                 END-UNSTRING
                 IF MNT-PUNTA > LENGTH OF MNT-TESTO
                  MOVE SPACES TO MNT-TESTO
                 ELSE
                  MOVE MNT-TESTO(MNT-PUNTA:) TO MAPPA-TESTO
                  MOVE MAPPA-TESTO           TO MNT-TESTO
                 END-IF
                 IF PEZZO-MAPPA NOT = SPACES
                  MOVE SPACES TO MNT-NOME-CAMPO MNT-LEN-ALFA
                                 MNT-SCALA-ALFA MNT-USO-ALFA
                  UNSTRING PEZZO-MAPPA DELIMITED BY ","
                   INTO MNT-NOME-CAMPO MNT-LEN-ALFA
                        MNT-SCALA-ALFA MNT-USO-ALFA
                  END-UNSTRING
                  MOVE ZEROS TO MNT-LEN-CAMPO
                  IF MNT-LEN-ALFA NOT = SPACES
                   MOVE FUNCTION NUMVAL(MNT-LEN-ALFA)
                     TO MNT-LEN-CAMPO
                  END-IF
                  IF (MNT-USO-ALFA = SPACES
                      OR (MNT-MODO NOT = "C" AND MNT-MODO NOT = "R"))
                   AND MNT-LEN-CAMPO > ZEROS
                   PERFORM EMETTI-MNR-CAMPO THRU EX-EMETTI-MNR-CAMPO
                  END-IF
                  ADD MNT-LEN-CAMPO TO MNT-OFF-CAMPO
                 END-IF
                END-PERFORM.

                IF MNT-MODO = "R" AND MNT-CAMPI > ZEROS
                 MOVE "     into mnr-riga-lista." TO STRINGA
                 PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.

        EX-EMETTI-MNR-CAMPI.
                EXIT.

        EMETTI-MNR-CAMPO.

                ADD 1 TO MNT-CAMPI.

                IF MNT-MODO = "H"
                 PERFORM EMETTI-MNS-CAMPO THRU EX-EMETTI-MNS-CAMPO
                 GO TO EX-EMETTI-MNR-CAMPO.

                IF MNT-MODO = "L"
                 PERFORM EMETTI-LDR-CAMPO THRU EX-EMETTI-LDR-CAMPO
                 GO TO EX-EMETTI-MNR-CAMPO.

                IF MNT-MODO = "K" OR MNT-MODO = "T"
                 PERFORM EMETTI-RCN-CAMPO THRU EX-EMETTI-RCN-CAMPO
                 GO TO EX-EMETTI-MNR-CAMPO.

                IF MNT-MODO = "C"
                 MOVE "    move mnr-grid to agar-widget." TO STRINGA
                 PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A
                 STRING '    move "' FUNCTION TRIM(MNT-NOME-CAMPO)
                  '" to agar-text.'
                  DELIMITED BY SIZE INTO STRINGA
                 PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A
                 MOVE '    move "addcolumn" to agar-function.'
                   TO STRINGA
                 PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A
                 PERFORM EMETTI-MNT-CONNECTOR
                    THRU EX-EMETTI-MNT-CONNECTOR
                 GO TO EX-EMETTI-MNR-CAMPO.

                IF MNT-CAMPI = 1
                 MOVE "    string"            TO STRINGA
                ELSE
                 MOVE '     ";" delimited by size' TO STRINGA
                END-IF.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.

                COMPUTE MNT-EDIT  = MNT-OFF-CAMPO + 1.
                MOVE MNT-LEN-CAMPO TO MNT-EDIT2.
                STRING "     mnr-riga(mnr-k)("
                 FUNCTION TRIM(MNT-EDIT) ":"
                 FUNCTION TRIM(MNT-EDIT2) ") delimited by size"
                 DELIMITED BY SIZE INTO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.

        EX-EMETTI-MNR-CAMPO.
                EXIT.

        EMETTI-MNT-CONNECTOR.

                STRING '    call "'
                 FUNCTION TRIM(AGAR-CONNECTOR) '".'
                 DELIMITED BY SIZE INTO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.

        EX-EMETTI-MNT-CONNECTOR.
                EXIT.

      *
      *  the file of the company of the session: the name compiled
      *  in is kept once as the base, agarcob's company-file gives
      *  it back inside the data directory of the company, or as
      *  it is when no company is chosen or the connector does not
      *  know the verb.  MNT-DITTA-FILE "mnt" or "mnr", the header
      *  or the lines file; MNT-DITTA-DIRETTO "S" calls agarcob
      *  itself, as the batch loader and reconciliation do
      *
        EMETTI-MNT-DITTA.

                STRING MNT-DITTA-FILE "-ditta."
                 DELIMITED BY SIZE INTO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                STRING "    if " MNT-DITTA-FILE
                 "-nome-base = spaces"
                 DELIMITED BY SIZE INTO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                STRING "     move " MNT-DITTA-FILE
                 "-nome to " MNT-DITTA-FILE
                 "-nome-base."
                 DELIMITED BY SIZE INTO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                STRING "    move " MNT-DITTA-FILE
                 "-nome-base to agar-text."
                 DELIMITED BY SIZE INTO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "    move agar-rc-error to agar-return-code."
                  TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE '    move "company-file" to agar-function.'
                  TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                IF MNT-DITTA-DIRETTO = "S"
                 MOVE '    call "agarcob".'     TO STRINGA
                 PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A
                ELSE
                 PERFORM EMETTI-MNT-CONNECTOR
                    THRU EX-EMETTI-MNT-CONNECTOR
                END-IF.
                MOVE "    if agar-return-code = agar-rc-ok"
                  TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                STRING "     move agar-text to "
                 MNT-DITTA-FILE "-nome"
                 DELIMITED BY SIZE INTO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "    else"                 TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                STRING "     move " MNT-DITTA-FILE
                 "-nome-base to " MNT-DITTA-FILE
                 "-nome"
                 DELIMITED BY SIZE INTO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "    end-if."              TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                STRING "ex-" MNT-DITTA-FILE "-ditta."
                 DELIMITED BY SIZE INTO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "    exit."                TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.

        EX-EMETTI-MNT-DITTA.
                EXIT.


        FAI-SET.

                   MOVE ZEROS TO IND
                   INSPECT STRINGA TALLYING IND FOR ALL '"'

                   IF IND = ZEROS GO TO EX-FAI-SET.

                   MOVE " TO "     TO COMPARA
                   MOVE 4          TO LCOMPARA
                   PERFORM VARYING IND FROM 1 BY 1 UNTIL IND >
                    ( LENGTH OF STRINGA - 4 )
                    OR FUNCTION UPPER-CASE(STRINGA(IND:LCOMPARA))
                                           = COMPARA(1:LCOMPARA)
                    CONTINUE
                   END-PERFORM.

                   IF IND  NOT > ( LENGTH OF STRINGA - 4 )
                     AND FUNCTION UPPER-CASE(STRINGA(IND:LCOMPARA))
                     = COMPARA(1:LCOMPARA)
                     MOVE IND      TO END-COBOL
                     MOVE STRINGA(1:END-COBOL) TO STRINGA2
                      ADD 3 TO IND
                      PERFORM VARYING IND FROM IND BY 1
                       UNTIL IND > LENGTH OF STRINGA
                      OR STRINGA(IND:1) > SPACES
                      CONTINUE
                      END-PERFORM
                      IF IND NOT > LENGTH OF STRINGA
                       AND STRINGA(IND:1) = '"'
                       ADD 1       TO IND
                       MOVE ZEROS  TO IND1
                       MOVE SPACES TO ISTRUZIONE
                       PERFORM VARYING IND FROM IND BY 1
                        UNTIL IND > LENGTH OF STRINGA
                       OR STRINGA(IND:1) = '"'
                       ADD  1                    TO IND1
                       MOVE STRINGA(IND:1)       TO ISTRUZIONE(IND1:1)
                       END-PERFORM
                       PERFORM CATTURA-SET       THRU EX-CATTURA-SET
                       PERFORM INVENTARIO-SET
                          THRU EX-INVENTARIO-SET
                       PERFORM CATTURA-PROVE
                          THRU EX-CATTURA-PROVE
                       PERFORM MANUALE-SET
                          THRU EX-MANUALE-SET
                       PERFORM DO-SET            THRU EX-DO-SET.

        EX-FAI-SET.
                  EXIT.

        SCRITTURA.

                 IF REC-OUT = SPACES GO TO EX-SCRITTURA.

                 IF SW-COMPAT = "S" AND SW-IN-LOADER NOT = "S"
                  PERFORM NOTA-VERBO-EMESSO THRU EX-NOTA-VERBO-EMESSO.

                 IF PREFISSO-TESTO NOT = SPACES
                  PERFORM SCRIVI-PREFISSO THRU EX-SCRIVI-PREFISSO.
      *
      *  a literal assembled over several source lines can run past
      *  column 72: write it back as a continued literal
      *
                 IF SW-FREE NOT = "S"
                  AND REC-OUT(73:) NOT = SPACES
                  MOVE ZEROS TO CONTA-APICI-OUT
                  INSPECT REC-OUT(1:72) TALLYING CONTA-APICI-OUT
                   FOR ALL '"'
                  IF FUNCTION MOD(CONTA-APICI-OUT, 2) = 1
                   PERFORM SPEZZA-RIGA-LUNGA
                      THRU EX-SPEZZA-RIGA-LUNGA
                   GO TO EX-SCRITTURA.

                 ADD 1                 TO CONTA-LINE.

                 IF SW-FREE = "S"
                  MOVE REC-OUT(7:)     TO STRINGA
                  MOVE STRINGA         TO REC-OUT
                 ELSE
                 MOVE CONTA-LINE       TO REC-OUT(1:6).

                 IF SW-ANALYSIS NOT = "S"
      *
      *  a generated loader goes to a file of its own, no xref
      *
                  IF SW-IN-LOADER = "S"
                   WRITE REC-DIF FROM REC-OUT
                  ELSE
                   IF OPENED-XREF = "S"
                    PERFORM SCRIVI-XREF  THRU EX-SCRIVI-XREF
                   END-IF
                   WRITE REC-OUT
                  END-IF

                 END-IF.

                 move SPACES TO REC-OUT.

        EX-SCRITTURA.
                EXIT.

        SCRIVI-PREFISSO.

                MOVE REC-OUT         TO SALVA-REC.
                MOVE SPACES          TO REC-OUT.
                MOVE PREFISSO-TESTO  TO REC-OUT(12:).
                MOVE SPACES          TO PREFISSO-TESTO.

                ADD 1                TO CONTA-LINE.

                IF SW-FREE = "S"
                 MOVE REC-OUT(7:)    TO STRINGA2
                 MOVE STRINGA2       TO REC-OUT
                ELSE
                 MOVE CONTA-LINE     TO REC-OUT(1:6)
                END-IF.

                IF SW-ANALYSIS NOT = "S"
                 WRITE REC-OUT
                END-IF.

                MOVE SALVA-REC       TO REC-OUT.

        EX-SCRIVI-PREFISSO.
                EXIT.

        SPEZZA-RIGA-LUNGA.

                MOVE REC-OUT(73:)  TO RESTO-RIGA.
                MOVE SPACES        TO REC-OUT(73:).

                ADD 1              TO CONTA-LINE.
                MOVE CONTA-LINE    TO REC-OUT(1:6).

                IF SW-ANALYSIS NOT = "S"
                 WRITE REC-OUT
                END-IF.

                PERFORM UNTIL RESTO-RIGA = SPACES
                 MOVE SPACES           TO REC-OUT
                 ADD 1                 TO CONTA-LINE
                 MOVE CONTA-LINE       TO REC-OUT(1:6)
                 MOVE "-"              TO REC-OUT(7:1)
                 MOVE '"'              TO REC-OUT(12:1)
                 MOVE RESTO-RIGA(1:60) TO REC-OUT(13:60)
                 MOVE RESTO-RIGA(61:)  TO STRINGA2
                 MOVE STRINGA2         TO RESTO-RIGA
                 IF SW-ANALYSIS NOT = "S"
                  WRITE REC-OUT
                 END-IF
                END-PERFORM.

                MOVE SPACES TO REC-OUT.

        EX-SPEZZA-RIGA-LUNGA.
                EXIT.

        SCRIVI-XREF.

                MOVE SPACES TO REC-XREF.

                STRING COUNT-LINE              DELIMITED BY SIZE
                       " "                      DELIMITED BY SIZE
                       FUNCTION TRIM(ISTRUZIONE) DELIMITED BY SIZE
                       " -> "                    DELIMITED BY SIZE
                       FUNCTION TRIM(REC-OUT)    DELIMITED BY SIZE
                       INTO DATI-XREF.

                WRITE REC-XREF.

        EX-SCRIVI-XREF.
                EXIT.
 

        MOLTEPLICI.

                MOVE FILE-IN  TO FILE-LIST.
                MOVE SPACES   TO SW-WILDCARD.

                MOVE ZEROS TO IND.
                INSPECT FILE-LIST TALLYING IND FOR ALL "'"
                INSPECT FILE-LIST TALLYING IND FOR ALL ";"
                INSPECT FILE-LIST TALLYING IND FOR ALL "`"
                INSPECT FILE-LIST TALLYING IND FOR ALL "$"
                INSPECT FILE-LIST TALLYING IND FOR ALL "|"
                INSPECT FILE-LIST TALLYING IND FOR ALL "&"
                INSPECT FILE-LIST TALLYING IND FOR ALL "<"
                INSPECT FILE-LIST TALLYING IND FOR ALL ">"
                INSPECT FILE-LIST TALLYING IND FOR ALL "("
                INSPECT FILE-LIST TALLYING IND FOR ALL ")".
                IF IND NOT = ZEROS
                 DISPLAY "Source name contains an illegal character"
                 MOVE "Y" TO EXIT-WITH-ERRORS SW-APERTURE-KO
                 GO TO EX-MOLTEPLICI.

                MOVE ZEROS TO IND.
                INSPECT FILE-LIST TALLYING IND FOR ALL "*".
                IF IND = ZEROS
                 INSPECT FILE-LIST TALLYING IND FOR ALL "?".

                IF IND > ZEROS
                 PERFORM ESPANDI-WILDCARD THRU EX-ESPANDI-WILDCARD
                END-IF.

                OPEN INPUT ARK-LIST.

                IF STATUS-LIST NOT = "00"
                 DISPLAY "Unable to open the list of sources: "
                  FUNCTION TRIM(FILE-LIST)
                 MOVE "Y" TO EXIT-WITH-ERRORS
                 GO TO EX-MOLTEPLICI
                END-IF.
      *
      *  the recorded state of an aborted run: what is in it has
      *  already been built, the run restarts from the first source
      *  that is not
      *
                MOVE SPACES TO FILE-STA.
                STRING FUNCTION TRIM(FILE-LIST) ".sta"
                 DELIMITED BY SIZE INTO FILE-STA.
                PERFORM CARICA-STATO THRU EX-CARICA-STATO.

                MOVE SPACES TO FILE-RPT.
                STRING FUNCTION TRIM(FILE-LIST) ".rpt"
                 DELIMITED BY SIZE INTO FILE-RPT.
                OPEN OUTPUT ARK-RPT.
                IF STATUS-RPT = "00"
                 MOVE "S" TO OPENED-RPT
                ELSE
                 DISPLAY "Unable to create build summary: "
                  FUNCTION TRIM(FILE-RPT)
                END-IF.

                MOVE ZEROS  TO CONTA-BENE CONTA-MALE CONTA-SALTATI.
                MOVE SPACES TO EOF-LIST.

                PERFORM LEGGI-LISTA THRU EX-LEGGI-LISTA
                 UNTIL EOF-LIST = "S".

                CLOSE ARK-LIST.

                IF OPENED-RPT = "S"
                 MOVE SPACES TO REC-RPT
                 STRING "TOTAL ok=" CONTA-BENE
                        " errors=" CONTA-MALE
                        " skipped=" CONTA-SALTATI
                        DELIMITED BY SIZE INTO DATI-RPT
                 END-STRING
                 WRITE REC-RPT
                 CLOSE ARK-RPT
                 MOVE SPACE TO OPENED-RPT
                END-IF.

                IF EXIT-WITH-ERRORS NOT = "Y"
                 CALL "CBL_DELETE_FILE" USING FILE-STA
                  RETURNING IND
                 END-CALL
                END-IF.

                IF SW-WILDCARD = "S"
                 MOVE SPACES TO COMANDO
                 STRING "rm -f '" DELIMITED BY SIZE
                        FUNCTION TRIM(FILE-LIST) DELIMITED BY SIZE
                        "'" DELIMITED BY SIZE
                        INTO COMANDO
                 CALL "SYSTEM" USING FUNCTION TRIM(COMANDO) END-CALL
                END-IF.

                IF SW-MENU = "S"
                 AND SW-ANALYSIS NOT = "S"
                 PERFORM GENERA-MENU THRU EX-GENERA-MENU.

                IF SW-COVER = "S"
                 PERFORM SCRIVI-COPERTURA
                    THRU EX-SCRIVI-COPERTURA.

                IF SW-LINEA = "S"
                 PERFORM SCRIVI-LINEA THRU EX-SCRIVI-LINEA.

                IF CONTA-MAN-PAGINE > ZEROS
                 PERFORM INDICE-MANUALE THRU EX-INDICE-MANUALE.

        EX-MOLTEPLICI.
                EXIT.

      *
      *  the program name of a manifest entry: its base name without
      *  directories and extension, noted once for the dispatcher
      *
        NOTA-SCHERMO.

                MOVE ZEROS TO IND2.
                PERFORM VARYING IND1 FROM 1 BY 1 UNTIL IND1 > 200
                 IF NOME-MANIFESTO(IND1:1) = "/"
                  MOVE IND1 TO IND2
                 END-IF
                END-PERFORM.
                ADD 1 TO IND2.

                MOVE SPACES TO NOME-PROGRAMMA.
                MOVE NOME-MANIFESTO(IND2:32) TO NOME-PROGRAMMA.

                PERFORM VARYING IND1 FROM 1 BY 1 UNTIL IND1 > 32
                 IF NOME-PROGRAMMA(IND1:1) = "."
                  MOVE SPACES TO NOME-PROGRAMMA(IND1:)
                  MOVE 33     TO IND1
                 END-IF
                END-PERFORM.

                IF NOME-PROGRAMMA = SPACES GO TO EX-NOTA-SCHERMO.

                PERFORM VARYING MENU-I FROM 1 BY 1
                 UNTIL MENU-I > CONTA-SCHERMI
                 OR SCHERMO-NOME(MENU-I) = NOME-PROGRAMMA
                 CONTINUE
                END-PERFORM.

                IF MENU-I > CONTA-SCHERMI
                 AND CONTA-SCHERMI < 200
                 ADD 1 TO CONTA-SCHERMI
                 MOVE NOME-PROGRAMMA TO SCHERMO-NOME(CONTA-SCHERMI).

        EX-NOTA-SCHERMO.
                EXIT.

      *
      *  the dispatcher of the project: a menu window with one button
      *  per manifest screen, each wired to a relay that CALLs the
      *  screen program and follows the chaining requests it leaves
      *  in the shared context record -- regenerated at every build,
      *  so the launcher can never fall behind the manifest again
      *
        GENERA-MENU.

                IF CONTA-SCHERMI = ZEROS GO TO EX-GENERA-MENU.

                MOVE SPACES TO FILE-OUT.
                STRING FUNCTION TRIM(FILE-LIST) ".menu.gui"
                 DELIMITED BY SIZE INTO FILE-OUT.

                OPEN OUTPUT ARK-OUT.

                IF STATUS-OUT NOT = "00"
                 DISPLAY "Unable to create menu dispatcher: "
                  FUNCTION TRIM(FILE-OUT)
                 MOVE "Y" TO EXIT-WITH-ERRORS
                 GO TO EX-GENERA-MENU.

                MOVE "S"    TO OPENED-OUT.
                MOVE ZEROS  TO CONTA-LINE.
                MOVE SPACES TO PREFISSO-TESTO STRINGA.

                MOVE SPACES TO REC-OUT.
                MOVE "*"    TO DATI-OUT(7:1).
                MOVE "menu dispatcher generated from the manifest"
                  TO DATI-OUT(9:).
                PERFORM SCRITTURA THRU EX-SCRITTURA.

                MOVE "identification division." TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "program-id. guimenu."     TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "data division."           TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "working-storage section." TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE '    copy "global".'       TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.

                PERFORM EMETTI-MENU-CONTESTO
                   THRU EX-EMETTI-MENU-CONTESTO.

                MOVE "procedure division."      TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.

                MOVE '    move "addform" to agar-function.'
                  TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                PERFORM EMETTI-MNT-CONNECTOR
                   THRU EX-EMETTI-MNT-CONNECTOR.
                MOVE "    move agar-form to agar-object." TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "    move agar-form to agar-widget." TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE '    move "Menu" to agar-text.' TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE '    move "set-caption" to agar-function.'
                  TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                PERFORM EMETTI-MNT-CONNECTOR
                   THRU EX-EMETTI-MNT-CONNECTOR.

                PERFORM VARYING MENU-I FROM 1 BY 1
                 UNTIL MENU-I > CONTA-SCHERMI
                 PERFORM EMETTI-MENU-BOTTONE
                    THRU EX-EMETTI-MENU-BOTTONE
                END-PERFORM.

                MOVE "    move agar-form to agar-widget." TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE '    move "show" to agar-function.' TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                PERFORM EMETTI-MNT-CONNECTOR
                   THRU EX-EMETTI-MNT-CONNECTOR.
                MOVE '    move "run" to agar-function.' TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                PERFORM EMETTI-MNT-CONNECTOR
                   THRU EX-EMETTI-MNT-CONNECTOR.
                MOVE "    stop run."            TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "end program guimenu."     TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.

                PERFORM VARYING MENU-I FROM 1 BY 1
                 UNTIL MENU-I > CONTA-SCHERMI
                 PERFORM EMETTI-MENU-RELAY
                    THRU EX-EMETTI-MENU-RELAY
                END-PERFORM.

                CLOSE ARK-OUT.
                MOVE SPACE TO OPENED-OUT.

                DISPLAY "Menu dispatcher written: "
                 FUNCTION TRIM(FILE-OUT).

        EX-GENERA-MENU.
                EXIT.

        EMETTI-MENU-CONTESTO.

                MOVE "01 gui-contesto external." TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "   02 ctx-utente   pic x(32)." TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "   02 ctx-stazione pic x(32)." TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "   02 ctx-prossimo pic x(32)." TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.

        EX-EMETTI-MENU-CONTESTO.
                EXIT.

        EMETTI-MENU-BOTTONE.

                MOVE "    move agar-form to agar-object." TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.

                STRING '    move "'
                 FUNCTION TRIM(SCHERMO-NOME(MENU-I))
                 '" to agar-text.'
                 DELIMITED BY SIZE INTO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.

                STRING '    move "mnu-'
                 FUNCTION TRIM(SCHERMO-NOME(MENU-I)(1:28))
                 '" to agar-procedure.'
                 DELIMITED BY SIZE INTO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.

                MOVE '    move "addbuttonto" to agar-function.'
                  TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                PERFORM EMETTI-MNT-CONNECTOR
                   THRU EX-EMETTI-MNT-CONNECTOR.

        EX-EMETTI-MENU-BOTTONE.
                EXIT.

      *
      *  the relay of one screen: notes the screen as the next stop
      *  and follows ctx-prossimo until the chain comes back to the
      *  menu, so order entry can hand over to customer lookup and
      *  return without any CALL logic in the screens
      *
        EMETTI-MENU-RELAY.

                MOVE "identification division." TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.

                STRING "program-id. mnu-"
                 FUNCTION TRIM(SCHERMO-NOME(MENU-I)(1:28)) "."
                 DELIMITED BY SIZE INTO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.

                MOVE "data division."           TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "working-storage section." TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE '    copy "global".'       TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "01 mnu-corrente pic x(32)." TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.

                PERFORM EMETTI-MENU-CONTESTO
                   THRU EX-EMETTI-MENU-CONTESTO.

                MOVE "procedure division."      TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.

                STRING '    move "'
                 FUNCTION TRIM(SCHERMO-NOME(MENU-I))
                 '" to ctx-prossimo.'
                 DELIMITED BY SIZE INTO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.

                MOVE "    perform until ctx-prossimo = spaces"
                  TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "     move ctx-prossimo to mnu-corrente"
                  TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "     move spaces to ctx-prossimo" TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "     call mnu-corrente"   TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "     cancel mnu-corrente" TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "    end-perform."         TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE '    call "ag_clear_terminate"' TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "     on exception continue"   TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "    end-call."            TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "    exit program."        TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.

                STRING "end program mnu-"
                 FUNCTION TRIM(SCHERMO-NOME(MENU-I)(1:28)) "."
                 DELIMITED BY SIZE INTO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.

        EX-EMETTI-MENU-RELAY.
                EXIT.

      *
      *  conversion mode (-z): a classic SCREEN SECTION program goes
      *  in, a first-cut GuiCOBOL screen source (.scr.cbl) comes out:
      *  VALUE items become addlabel, PIC items with USING/TO/FROM
      *  become addtext/addnumeric at the equivalent addfixed
      *  position with the PIC carried over as the render mask, and
      *  the entry order becomes the taborder -- the data division
      *  still moves over by hand, which is the honest 30 percent
      *
        CONVERTI.

                MOVE ZEROS TO IND.
                INSPECT FILE-IN TALLYING IND FOR ALL ".".
                IF IND = ZEROS
                 PERFORM VARYING IND FROM 200 BY -1 UNTIL IND = ZEROS
                  OR FILE-IN(IND:1) > SPACES
                  CONTINUE
                 END-PERFORM
                 MOVE ".cbl" TO FILE-IN(IND + 1:)
                END-IF.

                MOVE FILE-IN TO FILE-OUT.
                PERFORM VARYING IND FROM 200 BY -1 UNTIL IND = ZEROS
                 OR FILE-OUT(IND:1) = "."
                 CONTINUE
                END-PERFORM.
                IF IND > ZEROS
                 MOVE ".scr.cbl" TO FILE-OUT(IND:).

                MOVE ZEROS TO IND2.
                PERFORM VARYING IND1 FROM 1 BY 1 UNTIL IND1 > 200
                 IF FILE-IN(IND1:1) = "/"
                  MOVE IND1 TO IND2
                 END-IF
                END-PERFORM.
                ADD 1 TO IND2.
                MOVE SPACES TO NOME-CONVERTITO.
                MOVE FILE-IN(IND2:32) TO NOME-CONVERTITO.
                PERFORM VARYING IND1 FROM 1 BY 1 UNTIL IND1 > 32
                 IF NOME-CONVERTITO(IND1:1) = "."
                  MOVE SPACES TO NOME-CONVERTITO(IND1:)
                  MOVE 33     TO IND1
                 END-IF
                END-PERFORM.

                OPEN INPUT ARK-IN.
                IF STATUS-IN NOT = "00"
                 DISPLAY "The source supplied is not available "
                  "(file:" FUNCTION TRIM(FILE-IN) " )"
                 MOVE "Y" TO EXIT-WITH-ERRORS
                 GO TO EX-CONVERTI.

                OPEN OUTPUT ARK-OUT.
                IF STATUS-OUT NOT = "00"
                 DISPLAY "Unable to create:" FILE-OUT
                 MOVE "Y" TO EXIT-WITH-ERRORS
                 CLOSE ARK-IN
                 GO TO EX-CONVERTI.

                MOVE "S"    TO OPENED-OUT.
                MOVE ZEROS  TO CONTA-LINE CONV-TAB CONV-CONTA.
                MOVE SPACES TO CONV-EOF CONV-DENTRO CONV-FRASE
                               PREFISSO-TESTO STRINGA.
                MOVE 1      TO CONV-PUNTA.

                PERFORM CONVERTI-PROLOGO THRU EX-CONVERTI-PROLOGO.

                PERFORM LEGGI-LEGACY THRU EX-LEGGI-LEGACY
                 UNTIL CONV-EOF = "S".

                PERFORM CONVERTI-EPILOGO THRU EX-CONVERTI-EPILOGO.

                CLOSE ARK-IN ARK-OUT.
                MOVE SPACE TO OPENED-OUT.

                DISPLAY "Converted " CONV-CONTA " screen item(s) to "
                 FUNCTION TRIM(FILE-OUT)
                 ", carry the data division over by hand".

        EX-CONVERTI.
                EXIT.

        CONVERTI-PROLOGO.

                MOVE SPACES TO REC-OUT.
                MOVE "*"    TO DATI-OUT(7:1).
                MOVE "first-cut screen source converted from"
                  TO DATI-OUT(9:).
                PERFORM SCRITTURA THRU EX-SCRITTURA.
                MOVE SPACES TO REC-OUT.
                MOVE "*"    TO DATI-OUT(7:1).
                MOVE FILE-IN(1:60) TO DATI-OUT(9:).
                PERFORM SCRITTURA THRU EX-SCRITTURA.
                MOVE SPACES TO REC-OUT.
                MOVE "*"    TO DATI-OUT(7:1).
                MOVE "carry the data division over by hand"
                  TO DATI-OUT(9:).
                PERFORM SCRITTURA THRU EX-SCRITTURA.

                MOVE "IDENTIFICATION DIVISION." TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE SPACES TO STRINGA.
                STRING "PROGRAM-ID. "
                 FUNCTION TRIM(NOME-CONVERTITO) "."
                 DELIMITED BY SIZE INTO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "ENVIRONMENT DIVISION."    TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "DATA DIVISION."           TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "WORKING-STORAGE SECTION." TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "01 afixed  usage pointer." TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "01 awidget usage pointer." TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.
                MOVE "PROCEDURE DIVISION."      TO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.

                MOVE 'invoke SUPER "addform" returning SELF.'
                  TO STRINGA.
                PERFORM SCRIVI-GEN THRU EX-SCRIVI-GEN.
                MOVE SPACES TO STRINGA.
                STRING 'move "'
                 FUNCTION TRIM(NOME-CONVERTITO)
                 '" to "caption" of self.'
                 DELIMITED BY SIZE INTO STRINGA.
                PERFORM SCRIVI-GEN THRU EX-SCRIVI-GEN.
                MOVE 'invoke self "addfixed" returning afixed.'
                  TO STRINGA.
                PERFORM SCRIVI-GEN THRU EX-SCRIVI-GEN.
                MOVE 'invoke afixed "size" using 780 560.'
                  TO STRINGA.
                PERFORM SCRIVI-GEN THRU EX-SCRIVI-GEN.

        EX-CONVERTI-PROLOGO.
                EXIT.

        CONVERTI-EPILOGO.

                MOVE 'invoke self "show"'       TO STRINGA.
                PERFORM SCRIVI-GEN THRU EX-SCRIVI-GEN.
                MOVE 'invoke SELF "run"'        TO STRINGA.
                PERFORM SCRIVI-GEN THRU EX-SCRIVI-GEN.
                MOVE "stop run."                TO STRINGA.
                PERFORM SCRIVI-GEN THRU EX-SCRIVI-GEN.
                MOVE SPACES TO STRINGA.
                STRING "end program "
                 FUNCTION TRIM(NOME-CONVERTITO) "."
                 DELIMITED BY SIZE INTO STRINGA.
                PERFORM SCRIVI-GEN-A THRU EX-SCRIVI-GEN-A.

        EX-CONVERTI-EPILOGO.
                EXIT.

      *
      *  one legacy line: the sentence of a screen item may span
      *  lines, so the text accumulates until the full stop
      *
        LEGGI-LEGACY.

                MOVE SPACES TO REC-IN.

                READ ARK-IN NEXT AT END
                 MOVE "S" TO CONV-EOF
                END-READ.

                IF CONV-EOF = "S" GO TO EX-LEGGI-LEGACY.

                IF REC-IN(1:6) NUMERIC
                 AND REC-IN(7:1) = "*"
                 GO TO EX-LEGGI-LEGACY.
                IF REC-IN(7:1) = "*" GO TO EX-LEGGI-LEGACY.

                MOVE ZEROS TO IND1.
                INSPECT FUNCTION UPPER-CASE(REC-IN)
                 TALLYING IND1 FOR ALL "SCREEN SECTION".
                IF IND1 > ZEROS
                 MOVE "S" TO CONV-DENTRO
                 GO TO EX-LEGGI-LEGACY.

                IF CONV-DENTRO NOT = "S" GO TO EX-LEGGI-LEGACY.

                MOVE ZEROS TO IND1.
                INSPECT FUNCTION UPPER-CASE(REC-IN)
                 TALLYING IND1 FOR ALL "PROCEDURE DIVISION".
                INSPECT FUNCTION UPPER-CASE(REC-IN)
                 TALLYING IND1 FOR ALL " SECTION".
                IF IND1 > ZEROS
                 MOVE "S" TO CONV-EOF
                 GO TO EX-LEGGI-LEGACY.

                IF REC-IN(1:6) NUMERIC
                 MOVE REC-IN(8:)  TO STRINGA1
                ELSE
                 MOVE REC-IN      TO STRINGA1
                END-IF.

                IF STRINGA1 = SPACES GO TO EX-LEGGI-LEGACY.

                STRING FUNCTION TRIM(STRINGA1) " "
                 DELIMITED BY SIZE INTO CONV-FRASE
                 WITH POINTER CONV-PUNTA
                 ON OVERFLOW CONTINUE
                END-STRING.

                PERFORM VARYING IND1 FROM 512 BY -1
                 UNTIL IND1 = ZEROS
                 OR CONV-FRASE(IND1:1) > SPACES
                 CONTINUE
                END-PERFORM.

                IF IND1 > ZEROS AND CONV-FRASE(IND1:1) = "."
                 PERFORM CONV-ELEMENTO THRU EX-CONV-ELEMENTO
                 MOVE SPACES TO CONV-FRASE
                 MOVE 1      TO CONV-PUNTA.

        EX-LEGGI-LEGACY.
                EXIT.

        CONV-ELEMENTO.

                MOVE ZEROS  TO CONV-LINEA CONV-COLONNA.
                MOVE SPACES TO CONV-PIC CONV-VAR CONV-VALORE
                               CONV-INPUT CONV-ATTESA.
      *
      *  the quoted caption, taken with its original case
      *
                PERFORM VARYING IND1 FROM 1 BY 1 UNTIL IND1 > 512
                 OR CONV-FRASE(IND1:1) = '"'
                 CONTINUE
                END-PERFORM.
                IF IND1 < 512
                 ADD 1 TO IND1
                 MOVE ZEROS TO IND2
                 PERFORM VARYING IND1 FROM IND1 BY 1 UNTIL IND1 > 512
                  OR CONV-FRASE(IND1:1) = '"'
                  IF IND2 < 80
                   ADD 1 TO IND2
                   MOVE CONV-FRASE(IND1:1) TO CONV-VALORE(IND2:1)
                  END-IF
                 END-PERFORM
                END-IF.

                MOVE FUNCTION UPPER-CASE(CONV-FRASE)
                  TO CONV-MAIUSCOLA.

                MOVE 1 TO IND2.

                PERFORM UNTIL IND2 > 512
                 MOVE SPACES TO CONV-TOKEN
                 UNSTRING CONV-MAIUSCOLA DELIMITED BY ALL SPACES
                  INTO CONV-TOKEN
                  WITH POINTER IND2
                 END-UNSTRING
                 IF CONV-TOKEN = SPACES
                  MOVE 513 TO IND2
                 ELSE
                  PERFORM CONV-TOKEN-UNO THRU EX-CONV-TOKEN-UNO
                 END-IF
                 IF CONV-ATTESA = "FATTO"
                  MOVE 513 TO IND2
                 END-IF
                END-PERFORM.

                IF CONV-ATTESA = "FATTO" GO TO EX-CONV-ELEMENTO.

                EVALUATE TRUE
                 WHEN CONV-VAR NOT = SPACES
                  PERFORM CONV-EMETTI-CAMPO
                     THRU EX-CONV-EMETTI-CAMPO
                 WHEN CONV-VALORE NOT = SPACES
                  PERFORM CONV-EMETTI-LABEL
                     THRU EX-CONV-EMETTI-LABEL
                 WHEN OTHER
                  CONTINUE
                END-EVALUATE.

        EX-CONV-ELEMENTO.
                EXIT.

        CONV-TOKEN-UNO.

                IF CONV-ATTESA = "SCREEN"
      *
      *  the name of a 01 screen item: noted as a comment, the form
      *  itself serves all the screens of the program
      *
                 MOVE SPACES TO REC-OUT
                 MOVE "*"    TO DATI-OUT(7:1)
                 MOVE "legacy screen " TO DATI-OUT(9:14)
                 MOVE CONV-TOKEN       TO DATI-OUT(23:40)
                 INSPECT DATI-OUT(23:40) REPLACING ALL "." BY SPACE
                 PERFORM SCRITTURA THRU EX-SCRITTURA
                 MOVE "FATTO" TO CONV-ATTESA
                 GO TO EX-CONV-TOKEN-UNO.

                PERFORM VARYING IND FROM 40 BY -1 UNTIL IND = ZEROS
                 OR CONV-TOKEN(IND:1) > SPACES
                 CONTINUE
                END-PERFORM.
                IF IND > ZEROS AND CONV-TOKEN(IND:1) = "."
                 MOVE SPACES TO CONV-TOKEN(IND:).

                EVALUATE CONV-TOKEN

                 WHEN "01"
                  MOVE "SCREEN" TO CONV-ATTESA

                 WHEN "LINE"   MOVE "LINE"  TO CONV-ATTESA
                 WHEN "COL"    MOVE "COL"   TO CONV-ATTESA
                 WHEN "COLUMN" MOVE "COL"   TO CONV-ATTESA
                 WHEN "PIC"    MOVE "PIC"   TO CONV-ATTESA
                 WHEN "PICTURE" MOVE "PIC"  TO CONV-ATTESA
                 WHEN "USING"  MOVE "VARU"  TO CONV-ATTESA
                 WHEN "TO"     MOVE "VARU"  TO CONV-ATTESA
                 WHEN "FROM"   MOVE "VARF"  TO CONV-ATTESA
                 WHEN "IS"     CONTINUE
                 WHEN "ARE"    CONTINUE
                 WHEN "NUMBER" CONTINUE

                 WHEN OTHER
                  EVALUATE CONV-ATTESA
                   WHEN "LINE"
                    IF CONV-TOKEN(1:1) NUMERIC
                     MOVE FUNCTION NUMVAL(CONV-TOKEN(1:10))
                       TO CONV-LINEA
                    END-IF
                    MOVE SPACES TO CONV-ATTESA
                   WHEN "COL"
                    IF CONV-TOKEN(1:1) NUMERIC
                     MOVE FUNCTION NUMVAL(CONV-TOKEN(1:10))
                       TO CONV-COLONNA
                    END-IF
                    MOVE SPACES TO CONV-ATTESA
                   WHEN "PIC"
                    MOVE CONV-TOKEN(1:30) TO CONV-PIC
                    MOVE SPACES TO CONV-ATTESA
                   WHEN "VARU"
                    MOVE CONV-TOKEN(1:30) TO CONV-VAR
                    MOVE "S"    TO CONV-INPUT
                    MOVE SPACES TO CONV-ATTESA
                   WHEN "VARF"
                    MOVE CONV-TOKEN(1:30) TO CONV-VAR
                    MOVE SPACES TO CONV-ATTESA
                   WHEN OTHER
                    CONTINUE
                  END-EVALUATE

                END-EVALUATE.

        EX-CONV-TOKEN-UNO.
                EXIT.

      *
      *  one character cell of the legacy screen is mapped onto a
      *  22 by 9 pixel grid of the addfixed container
      *
        CONV-POSIZIONE.

                IF CONV-LINEA > ZEROS
                 COMPUTE CONV-TOP = (CONV-LINEA - 1) * 22 + 8
                ELSE
                 MOVE 8 TO CONV-TOP
                END-IF.

                IF CONV-COLONNA > ZEROS
                 COMPUTE CONV-LEFT = (CONV-COLONNA - 1) * 9 + 8
                ELSE
                 MOVE 8 TO CONV-LEFT
                END-IF.

                MOVE CONV-TOP TO CONV-EDIT.
                MOVE SPACES TO STRINGA.
                STRING "move " FUNCTION TRIM(CONV-EDIT)
                 ' to "top" of awidget'
                 DELIMITED BY SIZE INTO STRINGA.
                PERFORM SCRIVI-GEN THRU EX-SCRIVI-GEN.

                MOVE CONV-LEFT TO CONV-EDIT.
                MOVE SPACES TO STRINGA.
                STRING "move " FUNCTION TRIM(CONV-EDIT)
                 ' to "left" of awidget'
                 DELIMITED BY SIZE INTO STRINGA.
                PERFORM SCRIVI-GEN THRU EX-SCRIVI-GEN.

        EX-CONV-POSIZIONE.
                EXIT.

        CONV-EMETTI-LABEL.

                ADD 1 TO CONV-CONTA.

                MOVE 'invoke afixed "addlabel" using' TO STRINGA.
                PERFORM SCRIVI-GEN THRU EX-SCRIVI-GEN.

                MOVE SPACES TO STRINGA.
                STRING ' "' FUNCTION TRIM(CONV-VALORE)
                 '" returning awidget'
                 DELIMITED BY SIZE INTO STRINGA.
                PERFORM SCRIVI-GEN THRU EX-SCRIVI-GEN.

                PERFORM CONV-POSIZIONE THRU EX-CONV-POSIZIONE.

        EX-CONV-EMETTI-LABEL.
                EXIT.

        CONV-EMETTI-CAMPO.

                ADD 1 TO CONV-CONTA.

                IF CONV-PIC(1:1) = "9" OR CONV-PIC(1:1) = "S"
                 OR CONV-PIC(1:1) = "Z"
                 MOVE 'invoke afixed "addnumeric" using' TO STRINGA
                ELSE
                 MOVE 'invoke afixed "addtext" using'    TO STRINGA
                END-IF.
                PERFORM SCRIVI-GEN THRU EX-SCRIVI-GEN.

                MOVE ' " " returning awidget' TO STRINGA.
                PERFORM SCRIVI-GEN THRU EX-SCRIVI-GEN.

                MOVE SPACES TO STRINGA.
                STRING 'move "' FUNCTION TRIM(CONV-VAR)
                 '" to "name" of awidget'
                 DELIMITED BY SIZE INTO STRINGA.
                PERFORM SCRIVI-GEN THRU EX-SCRIVI-GEN.

                IF CONV-PIC NOT = SPACES
                 MOVE SPACES TO STRINGA
                 STRING 'move "'
                  FUNCTION LOWER-CASE(FUNCTION TRIM(CONV-PIC))
                  '" to "render" of awidget'
                  DELIMITED BY SIZE INTO STRINGA
                 PERFORM SCRIVI-GEN THRU EX-SCRIVI-GEN
                END-IF.

                PERFORM CONV-POSIZIONE THRU EX-CONV-POSIZIONE.

                IF CONV-INPUT = "S"
                 ADD 1 TO CONV-TAB
                 MOVE CONV-TAB TO CONV-EDIT
                 MOVE SPACES TO STRINGA
                 STRING "move " FUNCTION TRIM(CONV-EDIT)
                  ' to "taborder" of awidget'
                  DELIMITED BY SIZE INTO STRINGA
                 PERFORM SCRIVI-GEN THRU EX-SCRIVI-GEN
                END-IF.

        EX-CONV-EMETTI-CAMPO.
                EXIT.

        LEGGI-LISTA.

                MOVE SPACES TO REC-LIST.

                READ ARK-LIST NEXT RECORD AT END
                 MOVE "S" TO EOF-LIST
                END-READ.

                IF EOF-LIST = "S" GO TO EX-LEGGI-LISTA.

                IF DATI-LIST = SPACES GO TO EX-LEGGI-LISTA.
                IF DATI-LIST(1:1) = "*" GO TO EX-LEGGI-LISTA.
      *
      *  a manifest entry carries the source first and then its own
      *  option switches, which live only for this source
      *
                MOVE SPACES TO FILE-IN STRINGA2.
                MOVE 1 TO IND2.
                UNSTRING FUNCTION TRIM(DATI-LIST)
                 DELIMITED BY ALL SPACES
                 INTO FILE-IN
                 WITH POINTER IND2
                END-UNSTRING.
                IF IND2 NOT > LENGTH OF DATI-LIST
                 MOVE DATI-LIST(IND2:) TO STRINGA2.

                MOVE FILE-IN TO NOME-MANIFESTO.

                IF SW-MENU = "S" OR SW-LINEA = "S"
                 PERFORM NOTA-SCHERMO THRU EX-NOTA-SCHERMO.

                MOVE SPACES TO LIN-TESTO LIN-VALORE.
      *
      *  already built by the aborted run?
      *
                PERFORM VARYING IND1 FROM 1 BY 1
                 UNTIL IND1 > CONTA-FATTI
                 OR FATTO-NOME(IND1) = NOME-MANIFESTO
                 CONTINUE
                END-PERFORM.
                IF IND1 NOT > CONTA-FATTI
                 DISPLAY "Already built, restart skips: "
                  FUNCTION TRIM(NOME-MANIFESTO)
                 GO TO EX-LEGGI-LISTA.

                PERFORM SALVA-OPZIONI-LISTA
                   THRU EX-SALVA-OPZIONI-LISTA.

                PERFORM OPZIONI-RIGA THRU EX-OPZIONI-RIGA.

                MOVE EXIT-WITH-ERRORS TO PRIMA-ERRORI.

                MOVE SPACES TO FINE-FILE.

                PERFORM APERTURE THRU EX-APERTURE.

                IF SW-APERTURE-KO = SPACE
                 PERFORM ELABORA THRU EX-ELABORA UNTIL FINE-FILE = "S"
                END-IF.

                PERFORM CHIUSURE THRU EX-CHIUSURE.

                PERFORM ESITO-LISTA THRU EX-ESITO-LISTA.

                PERFORM RIPRISTINA-OPZIONI-LISTA
                   THRU EX-RIPRISTINA-OPZIONI-LISTA.

        EX-LEGGI-LISTA.
                EXIT.

        SALVA-OPZIONI-LISTA.

                MOVE SW-FREE        TO SAVE-FREE.
                MOVE SW-CONST       TO SAVE-CONST.
                MOVE SW-SKIP        TO SAVE-SKIP.
                MOVE SW-XREF        TO SAVE-XREF.
                MOVE SW-EXE         TO SAVE-EXE.
                MOVE SW-ANALYSIS    TO SAVE-ANALYSIS.
                MOVE SW-LITERALS    TO SAVE-LITERALS.
                MOVE SW-ERRFILE     TO SAVE-ERRFILE.
                MOVE SW-INV         TO SAVE-INV.
                MOVE SW-COMPAT      TO SAVE-COMPAT.
                MOVE SW-MANUAL      TO SAVE-MANUAL.
                MOVE AGAR-CONNECTOR TO SAVE-CONNECTOR.
                MOVE FILE-OUTDIR    TO SAVE-OUTDIR.
                MOVE CONTA-SIMBOLI  TO SAVE-SIMBOLI.

        EX-SALVA-OPZIONI-LISTA.
                EXIT.

        RIPRISTINA-OPZIONI-LISTA.

                MOVE SAVE-FREE      TO SW-FREE.
                MOVE SAVE-CONST     TO SW-CONST.
                MOVE SAVE-SKIP      TO SW-SKIP.
                MOVE SAVE-XREF      TO SW-XREF.
                MOVE SAVE-EXE       TO SW-EXE.
                MOVE SAVE-ANALYSIS  TO SW-ANALYSIS.
                MOVE SAVE-LITERALS  TO SW-LITERALS.
                MOVE SAVE-ERRFILE   TO SW-ERRFILE.
                MOVE SAVE-INV       TO SW-INV.
                MOVE SAVE-COMPAT    TO SW-COMPAT.
                MOVE SAVE-MANUAL    TO SW-MANUAL.
                MOVE SAVE-CONNECTOR TO AGAR-CONNECTOR.
                MOVE SAVE-OUTDIR    TO FILE-OUTDIR.
                MOVE SAVE-SIMBOLI   TO CONTA-SIMBOLI.

        EX-RIPRISTINA-OPZIONI-LISTA.
                EXIT.

        OPZIONI-RIGA.

                PERFORM UNTIL STRINGA2 = SPACES
                 MOVE SPACES TO OPZ-PAROLA
                 MOVE 1      TO IND2
                 UNSTRING FUNCTION TRIM(STRINGA2)
                  DELIMITED BY ALL SPACES
                  INTO OPZ-PAROLA
                  WITH POINTER IND2
                 END-UNSTRING
                 IF IND2 > LENGTH OF STRINGA2
                  MOVE SPACES TO STRINGA2
                 ELSE
                  MOVE FUNCTION TRIM(STRINGA2) TO STRINGA1
                  MOVE STRINGA1(IND2:)         TO STRINGA2
                 END-IF
                 IF OPZ-PAROLA NOT = SPACES
                  PERFORM OPZIONE-SINGOLA THRU EX-OPZIONE-SINGOLA
                 END-IF
                END-PERFORM.

        EX-OPZIONI-RIGA.
                EXIT.

        OPZIONE-SINGOLA.

                IF OPZ-PAROLA(1:1) NOT = "-"
                 DISPLAY "Manifest: bad option "
                  FUNCTION TRIM(OPZ-PAROLA) " for "
                  FUNCTION TRIM(FILE-IN)
                 GO TO EX-OPZIONE-SINGOLA.

                EVALUATE OPZ-PAROLA(2:1)
                 WHEN "F" MOVE "S" TO SW-FREE
                 WHEN "t" MOVE "S" TO SW-CONST
                 WHEN "s" MOVE "S" TO SW-SKIP
                 WHEN "x" MOVE "S" TO SW-XREF
                 WHEN "c" MOVE "S" TO SW-EXE
                 WHEN "a" MOVE "S" TO SW-ANALYSIS
                 WHEN "l" MOVE "S" TO SW-LITERALS
                 WHEN "e" MOVE "S" TO SW-ERRFILE
                 WHEN "i" MOVE "S" TO SW-INV
                 WHEN "C" MOVE "S" TO SW-COMPAT
                 WHEN "M" MOVE "S" TO SW-MANUAL
                 WHEN "b" MOVE "agarbatch" TO AGAR-CONNECTOR
                 WHEN "J" MOVE "agarjson"  TO AGAR-CONNECTOR
                 WHEN "o" MOVE OPZ-PAROLA(3:) TO FILE-OUTDIR
                 WHEN "D"
                  IF CONTA-SIMBOLI < 10
                   ADD 1 TO CONTA-SIMBOLI
                   MOVE FUNCTION UPPER-CASE(OPZ-PAROLA(3:))
                     TO SIMBOLO(CONTA-SIMBOLI)
                  END-IF
                 WHEN OTHER
                  DISPLAY "Manifest: unknown option "
                   FUNCTION TRIM(OPZ-PAROLA) " for "
                   FUNCTION TRIM(FILE-IN)
                END-EVALUATE.

        EX-OPZIONE-SINGOLA.
                EXIT.

        ESITO-LISTA.

                EVALUATE TRUE
                 WHEN SW-APERTURE-KO = "Y"
                  MOVE "ERRORS"  TO ESITO-SORGENTE
                  ADD 1 TO CONTA-MALE
                 WHEN SW-APERTURE-KO = "S"
                  MOVE "SKIPPED" TO ESITO-SORGENTE
                  ADD 1 TO CONTA-SALTATI
                 WHEN EXIT-WITH-ERRORS = "Y"
                  AND PRIMA-ERRORI NOT = "Y"
                  MOVE "ERRORS"  TO ESITO-SORGENTE
                  ADD 1 TO CONTA-MALE
                 WHEN CONTA-ERRORI > ZEROS
                  MOVE "ERRORS"  TO ESITO-SORGENTE
                  ADD 1 TO CONTA-MALE
                 WHEN OTHER
                  MOVE "OK"      TO ESITO-SORGENTE
                  ADD 1 TO CONTA-BENE
                END-EVALUATE.

                IF OPENED-RPT = "S"
                 MOVE SPACES TO REC-RPT
                 MOVE FILE-IN(1:60)  TO DATI-RPT(1:60)
                 MOVE ESITO-SORGENTE TO DATI-RPT(62:8)
                 MOVE CONTA-LINE     TO DATI-RPT(71:6)
                 MOVE CONTA-ERRORI   TO DATI-RPT(79:5)
                 WRITE REC-RPT
                END-IF.

                IF ESITO-SORGENTE = "OK"
                 OPEN EXTEND ARK-STA
                 IF STATUS-STA = "00" OR STATUS-STA = "05"
                  MOVE SPACES TO REC-STA
                  MOVE NOME-MANIFESTO TO DATI-STA
                  WRITE REC-STA
                  CLOSE ARK-STA
                 END-IF
                END-IF.

        EX-ESITO-LISTA.
                EXIT.

        CARICA-STATO.

                MOVE ZEROS TO CONTA-FATTI.

                OPEN INPUT ARK-STA.

                IF STATUS-STA NOT = "00" AND STATUS-STA NOT = "05"
                 GO TO EX-CARICA-STATO.

                IF STATUS-STA = "05"
                 CLOSE ARK-STA
                 GO TO EX-CARICA-STATO.

                MOVE SPACE TO EOF-STA.

                PERFORM UNTIL EOF-STA = "S"
                 READ ARK-STA NEXT RECORD AT END
                  MOVE "S" TO EOF-STA
                 END-READ
                 IF EOF-STA NOT = "S"
                  AND DATI-STA NOT = SPACES
                  AND CONTA-FATTI < 200
                  ADD 1 TO CONTA-FATTI
                  MOVE DATI-STA TO FATTO-NOME(CONTA-FATTI)
                 END-IF
                END-PERFORM.

                CLOSE ARK-STA.

                IF CONTA-FATTI > ZEROS
                 DISPLAY "Restarting: " CONTA-FATTI
                  " source(s) already built".

        EX-CARICA-STATO.
                EXIT.

        ESPANDI-WILDCARD.

                MOVE "S"           TO SW-WILDCARD.

                MOVE SPACES TO COMANDO.
                STRING "ls " DELIMITED BY SIZE
                       FUNCTION TRIM(FILE-IN) DELIMITED BY SIZE
                       " > guicobol.lst 2>/dev/null" DELIMITED BY SIZE
                       INTO COMANDO.

                CALL "SYSTEM" USING FUNCTION TRIM(COMANDO) END-CALL.

                MOVE "guicobol.lst" TO FILE-LIST.

        EX-ESPANDI-WILDCARD.
                EXIT.

        APERTURE SECTION.

                MOVE SPACES TO SW-APERTURE-KO.
                MOVE SPACES TO OPENED-IN OPENED-OUT OPENED-WORK
                               OPENED-XREF OPENED-TRN OPENED-ERR
                               OPENED-INV OPENED-CMP.
                MOVE SPACES TO CMP-INVOKE CMP-IN-ATTESA.
                MOVE ZEROS  TO CONTA-ERRORI CONTA-WARNING CONTA-CMP.
                MOVE ZERO   TO LIVELLO-COND.
                MOVE ZERO   TO CONTA-WORKING-STORAGE.
                MOVE ZEROS  TO CONTA-MNT CONTA-MAPPE-FATTE.
                MOVE ZEROS  TO CONTA-EVENTI CONTA-PROGIDS.
                MOVE SPACES TO MNT-MODULO.
                MOVE ZEROS  TO CONTA-WNOMI CONTA-REGOLE.
                MOVE ZEROS  TO CONTA-MAN-CAMPI CONTA-MAN-TASTI.
                MOVE SPACES TO MAN-FORMA MAN-TITOLO MAN-FINESTRA.

                MOVE ZEROS  TO CONTA-LINE.

                IF SW-VERBOSE = "S"
                Display "Processing open file..".

                MOVE ZEROS TO IND.
                INSPECT FILE-IN  TALLYING IND FOR ALL ".gui".
                IF IND = 1
                 DISPLAY "Source cannot contains .gui extension"
                 MOVE "Y" TO EXIT-WITH-ERRORS SW-APERTURE-KO
                 GO TO EX-APERTURE.

                MOVE ZEROS TO IND
                INSPECT FILE-IN TALLYING IND FOR ALL "'"
                INSPECT FILE-IN TALLYING IND FOR ALL ";"
                INSPECT FILE-IN TALLYING IND FOR ALL "`"
                INSPECT FILE-IN TALLYING IND FOR ALL "$"
                INSPECT FILE-IN TALLYING IND FOR ALL "|"
                INSPECT FILE-IN TALLYING IND FOR ALL "&"
                INSPECT FILE-IN TALLYING IND FOR ALL "<"
                INSPECT FILE-IN TALLYING IND FOR ALL ">"
                INSPECT FILE-IN TALLYING IND FOR ALL "("
                INSPECT FILE-IN TALLYING IND FOR ALL ")".
                IF IND NOT = ZEROS
                 DISPLAY "Source name contains an illegal character"
                 MOVE "Y" TO EXIT-WITH-ERRORS SW-APERTURE-KO
                 GO TO EX-APERTURE.

                MOVE ZEROS TO IND
                INSPECT FILE-IN TALLYING IND FOR ALL ".cbl".
                INSPECT FILE-IN TALLYING IND FOR ALL ".src".
                INSPECT FILE-IN TALLYING IND FOR ALL ".cpy".
                INSPECT FILE-IN TALLYING IND FOR ALL ".CBL".
                INSPECT FILE-IN TALLYING IND FOR ALL ".SRC".
                INSPECT FILE-IN TALLYING IND FOR ALL ".CPY".
                INSPECT FILE-IN TALLYING IND FOR ALL ".COB".
                INSPECT FILE-IN TALLYING IND FOR ALL ".cob".
      *
      * ADD THE DEFAULT .CBL ESTENSION....
      *
                IF IND = ZEROS
                PERFORM VARYING IND FROM 100 BY -1 UNTIL IND = ZEROS

                 IF FILE-IN(IND:1) NOT = SPACES
                 ADD 1 TO IND
                 MOVE ".cbl" TO FILE-IN(IND:)
                 MOVE 1      TO IND
                 END-IF
                 END-PERFORM
                END-IF.


                MOVE FILE-IN TO FILE-OUT.

                INSPECT FILE-OUT REPLACING ALL ".CBL" BY ".gui".
                INSPECT FILE-OUT REPLACING ALL ".SRC" BY ".gui".
                INSPECT FILE-OUT REPLACING ALL ".CPY" BY ".gui".
                INSPECT FILE-OUT REPLACING ALL ".cbl" BY ".gui".
                INSPECT FILE-OUT REPLACING ALL ".src" BY ".gui".
                INSPECT FILE-OUT REPLACING ALL ".cpy" BY ".gui".
                INSPECT FILE-OUT REPLACING ALL ".COB" BY ".gui".
                INSPECT FILE-OUT REPLACING ALL ".cob" BY ".gui".
                MOVE ZEROS TO IND
                INSPECT FILE-OUT TALLYING IND FOR ALL ".gui"
                 IF IND NOT = 1
                 DISPLAY "Source must contains cbl/src/cpy/cob " &
                         "(upper/lower case) extension"
                 MOVE "Y" TO EXIT-WITH-ERRORS SW-APERTURE-KO
                 GO TO EX-APERTURE.

                IF FILE-OUTDIR NOT = SPACES
                 CALL "CBL_CREATE_DIR" USING FILE-OUTDIR
                  RETURNING IND
                 END-CALL
                 MOVE FILE-OUT TO PATH-LAVORO
                 PERFORM APPLICA-OUTDIR THRU EX-APPLICA-OUTDIR
                 MOVE PATH-LAVORO TO FILE-OUT
                END-IF.

                IF SW-ERRFILE = "S"
                 MOVE FILE-OUT TO FILE-ERR
                 INSPECT FILE-ERR REPLACING ALL ".gui" BY ".err"
                 OPEN OUTPUT ARK-ERR
                 IF STATUS-ERR = "00"
                  MOVE "S" TO OPENED-ERR
                 ELSE
                  DISPLAY "Unable to create error listing: "
                   FUNCTION TRIM(FILE-ERR)
                 END-IF
                END-IF.

                IF SW-SKIP = "S"
                 PERFORM VERIFICA-AGGIORNATO THRU EX-VERIFICA-AGGIORNATO
                 IF SW-APERTURE-KO = "S" GO TO EX-APERTURE
                END-IF.

                OPEN INPUT   ARK-IN.

                IF STATUS-IN NOT = 00
                 DISPLAY "The source supplied is not available "
                  STATUS-IN
                 " (file:" function trim(FILE-IN) " )"
                 MOVE "E" TO ERR-SEV
                 MOVE "source is not available" TO ERR-MESSAGGIO
                 PERFORM SCRIVI-ERRORE THRU EX-SCRIVI-ERRORE
                 MOVE "Y" TO EXIT-WITH-ERRORS SW-APERTURE-KO
                 GO TO EX-APERTURE
                END-IF.

                MOVE "S" TO OPENED-IN.

                IF SW-CONST = "S"
                 MOVE "ANDATI"  TO FILE-SYS
                 ELSE
                ACCEPT TIME-SYS FROM TIME
                MOVE TIME-SYS   TO FILE-SYS
                END-IF.

                IF SW-INV = "S" OR SW-ANALYSIS = "S"
                 MOVE FILE-OUT TO FILE-INV
                 INSPECT FILE-INV REPLACING ALL ".gui" BY ".inv"
                 OPEN OUTPUT ARK-INV
                 IF STATUS-INV = "00"
                  MOVE "S" TO OPENED-INV
                 ELSE
                  DISPLAY "Unable to create inventory: "
                   FUNCTION TRIM(FILE-INV)
                 END-IF
                END-IF.

                IF SW-ANALYSIS = "S"
                 GO TO EX-APERTURE.

                IF SW-DIFF = "S"
                 PERFORM PREPARA-DIFF THRU EX-PREPARA-DIFF.

                OPEN OUTPUT  ARK-OUT.

                IF STATUS-OUT NOT = 00
                 DISPLAY "Unable to create:" FILE-OUT
                 MOVE "Y" TO EXIT-WITH-ERRORS SW-APERTURE-KO
                 GO TO EX-APERTURE
                END-IF.

                MOVE "S" TO OPENED-OUT.

      *
      *  the working copybook is named after the screen, so two
      *  builds can share a directory without stepping on each other
      *
                MOVE FILE-OUT TO FILE-WORK.
                PERFORM VARYING IND FROM 200 BY -1 UNTIL IND = ZEROS
                 OR FILE-WORK(IND:1) > SPACES
                 CONTINUE
                END-PERFORM.
                MOVE ".wk.cpy" TO FILE-WORK(IND - 3:).

                MOVE SPACES TO NOME-WORKING.
                MOVE ZEROS  TO IND2.
                PERFORM VARYING IND1 FROM 1 BY 1 UNTIL IND1 > 200
                 IF FILE-WORK(IND1:1) = "/"
                  MOVE IND1 TO IND2
                 END-IF
                END-PERFORM.
                ADD 1 TO IND2.
                MOVE FILE-WORK(IND2:) TO NOME-WORKING.

                OPEN OUTPUT  ARK-WORK.

                IF STATUS-WORK NOT = 00
                 DISPLAY "Unable to create:" FILE-WORK
                 MOVE "Y" TO EXIT-WITH-ERRORS SW-APERTURE-KO
                 GO TO EX-APERTURE
                END-IF.

                MOVE "S" TO OPENED-WORK.

                move SPACES TO REC-WORK.

                MOVE "      *" TO REC-WORK. WRITE REC-WORK.

                MOVE "      * INTERNAL WORKING STORAGE" TO REC-WORK.
                WRITE REC-WORK.

                MOVE "      *" TO REC-WORK. WRITE REC-WORK.

                IF SW-XREF = "S"
                 MOVE FILE-OUT TO FILE-XREF
                 INSPECT FILE-XREF REPLACING ALL ".gui" BY ".xrf"
                 OPEN OUTPUT ARK-XREF
                 IF STATUS-XREF = "00"
                  MOVE "S" TO OPENED-XREF
                 ELSE
                  DISPLAY "Unable to create cross-reference: "
                   FUNCTION TRIM(FILE-XREF)
                 END-IF
                END-IF.

                IF SW-LITERALS = "S"
                 MOVE FILE-OUT TO FILE-TRN
                 INSPECT FILE-TRN REPLACING ALL ".gui" BY ".trn"
                 OPEN OUTPUT ARK-TRN
                 IF STATUS-TRN = "00"
                  MOVE "S" TO OPENED-TRN
                 ELSE
                  DISPLAY "Unable to create literal list: "
                   FUNCTION TRIM(FILE-TRN)
                 END-IF
                END-IF.

        EX-APERTURE.
                EXIT.

      *
      *  move the file in PATH-LAVORO under the chosen output
      *  directory, keeping only its base name
      *
        APPLICA-OUTDIR.

                MOVE ZEROS TO IND2.
                PERFORM VARYING IND1 FROM 1 BY 1 UNTIL IND1 > 200
                 IF PATH-LAVORO(IND1:1) = "/"
                  MOVE IND1 TO IND2
                 END-IF
                END-PERFORM.

                ADD 1 TO IND2.

                MOVE PATH-LAVORO(IND2:) TO STRINGA2.
                MOVE SPACES             TO PATH-LAVORO.

                STRING FUNCTION TRIM(FILE-OUTDIR) DELIMITED BY SIZE
                       "/"                        DELIMITED BY SIZE
                       STRINGA2                   DELIMITED BY "  "
                       INTO PATH-LAVORO.

        EX-APPLICA-OUTDIR.
                EXIT.

      *
      *  one fixed layout record per diagnostic, for the build
      *  automation: severity, line, source, message, then the
      *  offending source line echoed on an "S" record
      *
      *
      *  screen dictionary for the operations manual: one W record
      *  per widget built (type, name, parent container), one P
      *  record per property set on it and one E record for every
      *  event program wired, so impact analysis stops being a grep
      *  through the sources
      *
        INVENTARIO-INVOKE.

                IF OPENED-INV NOT = "S" GO TO EX-INVENTARIO-INVOKE.

                MOVE SPACES TO REC-INV.

                EVALUATE FUNCTION UPPER-CASE(ISTRUZIONE)
                 WHEN "ADDBUTTONTO"
                 WHEN "ADDCHECKTO"
                 WHEN "ADDRADIOTO"
                 WHEN "ADDTOOLTO"
                 WHEN "CLOSED"
                 WHEN "SETEVENT"
                 WHEN "ADDEVENT"
                 WHEN "ADDLINK"
                 WHEN "SETKEY"
                 WHEN "RUNWORKER"
                 WHEN "ADDTIMER"
                  MOVE "E" TO DATI-INV(1:1)
                 WHEN OTHER
                  IF FUNCTION UPPER-CASE(ISTRUZIONE(1:3)) = "ADD"
                   MOVE "W" TO DATI-INV(1:1)
                  ELSE
                   GO TO EX-INVENTARIO-INVOKE
                  END-IF
                END-EVALUATE.

                MOVE FUNCTION UPPER-CASE(ISTRUZIONE(1:16))
                  TO DATI-INV(3:16).
                MOVE PARAMETRO(2)(1:20) TO DATI-INV(20:20).
      *
      *  the name given back with RETURNING, when there is one
      *
                PERFORM VARYING IND2 FROM 3 BY 1
                 UNTIL IND2 > CONTA-PARAM
                 OR FUNCTION UPPER-CASE(PARAMETRO(IND2))
                                                  = "RETURNING"
                 CONTINUE
                END-PERFORM.

                IF IND2 < CONTA-PARAM
                 MOVE PARAMETRO(IND2 + 1)(1:20) TO DATI-INV(41:20).
      *
      *  on an E record every quoted parameter goes in the detail:
      *  the event program names are among them
      *
                IF DATI-INV(1:1) = "E"
                 MOVE 62 TO IND1
                 PERFORM VARYING IND2 FROM 4 BY 1
                  UNTIL IND2 > CONTA-PARAM OR IND1 > 140
                  IF PARAMETRO(IND2)(1:1) = '"'
                   STRING FUNCTION TRIM(PARAMETRO(IND2)) " "
                    DELIMITED BY SIZE INTO DATI-INV
                    WITH POINTER IND1
                   END-STRING
                  END-IF
                 END-PERFORM
                 INSPECT DATI-INV(62:) REPLACING ALL '"' BY SPACE
                END-IF.

                WRITE REC-INV.

        EX-INVENTARIO-INVOKE.
                EXIT.

      *
      *  every event program the source wires is noted (the program
      *  is the last quoted parameter of the statement), and at the
      *  end of the build VERIFICA-EVENTI flags the names that exist
      *  neither as a program of this source nor as a .cbl file --
      *  with -p a compilable stub is generated on the spot, so the
      *  screen runs end to end on day one
      *
        NOTA-PROGID.

                MOVE SPACES TO EVT-NOME-QUI.
                MOVE PARAMETRO(2)(1:36) TO EVT-NOME-QUI.
                INSPECT EVT-NOME-QUI REPLACING ALL "." BY SPACE.

                IF EVT-NOME-QUI = SPACES GO TO EX-NOTA-PROGID.

      *
      *  the first one names the module of the screen, as written:
      *  the approval screen loads it to reach its I/O programs
      *
                IF MNT-MODULO = SPACES
                 MOVE EVT-NOME-QUI(1:32) TO MNT-MODULO.

                IF CONTA-PROGIDS < 50
                 ADD 1 TO CONTA-PROGIDS
                 MOVE FUNCTION UPPER-CASE(EVT-NOME-QUI)
                   TO PROGID-NOME(CONTA-PROGIDS).

        EX-NOTA-PROGID.
                EXIT.

        NOTA-EVENTO.

                EVALUATE FUNCTION UPPER-CASE(ISTRUZIONE)
                 WHEN "ADDBUTTONTO"
                 WHEN "ADDCHECKTO"
                 WHEN "ADDRADIOTO"
                 WHEN "ADDTOOLTO"
                 WHEN "CLOSED"
                 WHEN "SETEVENT"
                 WHEN "ADDEVENT"
                 WHEN "ADDLINK"
                 WHEN "SETKEY"
                 WHEN "RUNWORKER"
                 WHEN "ADDTIMER"
                  CONTINUE
                 WHEN OTHER
                  GO TO EX-NOTA-EVENTO
                END-EVALUATE.
      *
      *  the last quoted parameter carries the program name
      *
                MOVE SPACES TO EVT-NOME-QUI.
                PERFORM VARYING EVT-I FROM 4 BY 1
                 UNTIL EVT-I > CONTA-PARAM
                 IF PARAMETRO(EVT-I)(1:1) = '"'
                  MOVE PARAMETRO(EVT-I)(2:36) TO EVT-NOME-QUI
                 END-IF
                END-PERFORM.

                INSPECT EVT-NOME-QUI REPLACING ALL '"' BY SPACE.

                IF EVT-NOME-QUI = SPACES GO TO EX-NOTA-EVENTO.

                PERFORM VARYING EVT-I FROM 1 BY 1
                 UNTIL EVT-I > CONTA-EVENTI
                 OR EVENTO-NOME(EVT-I) = EVT-NOME-QUI
                 CONTINUE
                END-PERFORM.

                IF EVT-I > CONTA-EVENTI
                 AND CONTA-EVENTI < 100
                 ADD 1 TO CONTA-EVENTI
                 MOVE EVT-NOME-QUI TO EVENTO-NOME(CONTA-EVENTI).

        EX-NOTA-EVENTO.
                EXIT.

        VERIFICA-EVENTI.

                PERFORM VARYING EVT-I FROM 1 BY 1
                 UNTIL EVT-I > CONTA-EVENTI
                 PERFORM VERIFICA-UN-EVENTO
                    THRU EX-VERIFICA-UN-EVENTO
                END-PERFORM.

        EX-VERIFICA-EVENTI.
                EXIT.

        VERIFICA-UN-EVENTO.

                PERFORM VARYING EVT-J FROM 1 BY 1
                 UNTIL EVT-J > CONTA-PROGIDS
                 OR PROGID-NOME(EVT-J)
                  = FUNCTION UPPER-CASE(EVENTO-NOME(EVT-I))
                 CONTINUE
                END-PERFORM.

                IF EVT-J NOT > CONTA-PROGIDS
                 GO TO EX-VERIFICA-UN-EVENTO.

                MOVE SPACES TO EVT-FILE.
                STRING FUNCTION TRIM(EVENTO-NOME(EVT-I)) ".cbl"
                 DELIMITED BY SIZE INTO EVT-FILE.

                CALL "CBL_CHECK_FILE_EXIST" USING EVT-FILE
                                                   FILE-CHECK-INFO
                 RETURNING FILE-EXISTS-RC.

                IF FILE-EXISTS-RC = ZERO
                 GO TO EX-VERIFICA-UN-EVENTO.

                DISPLAY "Warning: event program "
                 FUNCTION TRIM(EVENTO-NOME(EVT-I))
                 " has no source in the project".

                MOVE "W" TO ERR-SEV.
                MOVE SPACES TO ERR-MESSAGGIO.
                STRING "event program has no source: "
                 FUNCTION TRIM(EVENTO-NOME(EVT-I))
                 DELIMITED BY SIZE INTO ERR-MESSAGGIO.
                PERFORM SCRIVI-ERRORE THRU EX-SCRIVI-ERRORE.

                IF SW-STUBS = "S"
                 PERFORM GENERA-STUB THRU EX-GENERA-STUB.

        EX-VERIFICA-UN-EVENTO.
                EXIT.

        GENERA-STUB.

                MOVE EVT-FILE TO FILE-DIF.
                OPEN OUTPUT ARK-DIF.

                IF STATUS-DIF NOT = "00"
                 DISPLAY "Unable to create stub: "
                  FUNCTION TRIM(EVT-FILE)
                 GO TO EX-GENERA-STUB.

                MOVE SPACES TO REC-DIF.
                MOVE "      *" TO DATI-DIF(1:7).
                WRITE REC-DIF.
                MOVE SPACES TO REC-DIF.
                MOVE "      *" TO DATI-DIF(1:7).
                STRING " event program stub for "
                 FUNCTION TRIM(FILE-IN)
                 DELIMITED BY SIZE INTO DATI-DIF(8:).
                WRITE REC-DIF.
                MOVE SPACES TO REC-DIF.
                MOVE "      *" TO DATI-DIF(1:7).
                WRITE REC-DIF.

                MOVE "       identification division."
                  TO DATI-DIF.
                WRITE REC-DIF.
                MOVE SPACES TO REC-DIF.
                STRING "       program-id. "
                 FUNCTION TRIM(EVENTO-NOME(EVT-I)) "."
                 DELIMITED BY SIZE INTO DATI-DIF.
                WRITE REC-DIF.
                MOVE "       data division."           TO DATI-DIF.
                WRITE REC-DIF.
                MOVE "       working-storage section." TO DATI-DIF.
                WRITE REC-DIF.
                MOVE '           copy "global".'       TO DATI-DIF.
                WRITE REC-DIF.
                MOVE '           copy "agarreg".'      TO DATI-DIF.
                WRITE REC-DIF.
                MOVE "       procedure division."      TO DATI-DIF.
                WRITE REC-DIF.
                MOVE "           continue."            TO DATI-DIF.
                WRITE REC-DIF.
                MOVE "           exit program."        TO DATI-DIF.
                WRITE REC-DIF.
                MOVE SPACES TO REC-DIF.
                STRING "       end program "
                 FUNCTION TRIM(EVENTO-NOME(EVT-I)) "."
                 DELIMITED BY SIZE INTO DATI-DIF.
                WRITE REC-DIF.

                CLOSE ARK-DIF.

                DISPLAY "Stub generated: " FUNCTION TRIM(EVT-FILE).

        EX-GENERA-STUB.
                EXIT.
      *
      *  connector compatibility (-C): every agar-function literal
      *  the build emits is a verb the screen really calls, whatever
      *  name the dictionary gives it in the source; it is noted with
      *  the INVOKE that produced it and the first source line.  the
      *  literal may stand on the MOVE line with "to agar-function"
      *  on the next one, as several templates write it
      *
        NOTA-VERBO-EMESSO.

                IF REC-OUT(7:1) = "*" OR REC-OUT(7:1) = "/"
                 GO TO EX-NOTA-VERBO-EMESSO.

                MOVE FUNCTION UPPER-CASE(REC-OUT(8:)) TO CMP-TESTO.
                INSPECT CMP-TESTO REPLACING ALL "'" BY '"'.

                MOVE ZEROS TO CMP-CONTA.
                INSPECT CMP-TESTO TALLYING CMP-CONTA
                 FOR ALL "AGAR-FUNCTION".

                MOVE SPACES TO CMP-PRIMA CMP-LETTERALE CMP-DOPO.
                UNSTRING CMP-TESTO DELIMITED BY '"'
                 INTO CMP-PRIMA CMP-LETTERALE CMP-DOPO
                END-UNSTRING.

                IF FUNCTION TRIM(CMP-PRIMA) = "MOVE"
                 AND CMP-LETTERALE NOT = SPACES
                 IF CMP-CONTA > ZERO
                  MOVE FUNCTION LOWER-CASE(CMP-LETTERALE(1:20))
                    TO CMP-VERBO-QUI
                  PERFORM NOTA-VERBO THRU EX-NOTA-VERBO
                  MOVE SPACES TO CMP-IN-ATTESA
                 ELSE
                  IF CMP-DOPO = SPACES
                   MOVE FUNCTION LOWER-CASE(CMP-LETTERALE(1:20))
                     TO CMP-IN-ATTESA
                  ELSE
                   MOVE SPACES TO CMP-IN-ATTESA
                  END-IF
                 END-IF
                 GO TO EX-NOTA-VERBO-EMESSO
                END-IF.

                MOVE FUNCTION TRIM(CMP-TESTO) TO CMP-PRIMA.

                IF CMP-CONTA > ZERO
                 AND CMP-IN-ATTESA NOT = SPACES
                 AND CMP-PRIMA(1:3) = "TO "
                 MOVE CMP-IN-ATTESA TO CMP-VERBO-QUI
                 PERFORM NOTA-VERBO THRU EX-NOTA-VERBO.

                MOVE SPACES TO CMP-IN-ATTESA.

        EX-NOTA-VERBO-EMESSO.
                EXIT.

      *
      *  an INVOKE whose template sets no literal verb (the name comes
      *  from a parameter) still counts, under its own name, when
      *  agarcob knows a verb by that name
      *
        NOTA-INVOKE-MUTO.

                IF SW-COMPAT NOT = "S"
                 OR CMP-EMESSO = "S"
                 OR CMP-INVOKE = SPACES
                 GO TO EX-NOTA-INVOKE-MUTO.

                PERFORM VARYING CMP-J FROM 1 BY 1
                 UNTIL CMP-J > 211
                 OR CMP-MAT-VERBO(CMP-J) = CMP-INVOKE
                 CONTINUE
                END-PERFORM.

                IF CMP-J > 211 GO TO EX-NOTA-INVOKE-MUTO.

                MOVE CMP-INVOKE TO CMP-VERBO-QUI.
                PERFORM NOTA-VERBO THRU EX-NOTA-VERBO.

        EX-NOTA-INVOKE-MUTO.
                EXIT.

        NOTA-VERBO.

                MOVE "S" TO CMP-EMESSO.

                PERFORM VARYING CMP-I FROM 1 BY 1
                 UNTIL CMP-I > CONTA-CMP
                 OR CMP-VERBO(CMP-I) = CMP-VERBO-QUI
                 CONTINUE
                END-PERFORM.

                IF CMP-I NOT > CONTA-CMP
                 ADD 1 TO CMP-VOLTE(CMP-I)
                 GO TO EX-NOTA-VERBO.

                IF CONTA-CMP NOT < 300 GO TO EX-NOTA-VERBO.

                ADD 1 TO CONTA-CMP.
                MOVE CMP-VERBO-QUI TO CMP-VERBO(CONTA-CMP).
                MOVE CMP-INVOKE    TO CMP-ORIGINE(CONTA-CMP).
                IF CMP-INVOKE = SPACES
                 MOVE COUNT-LINE      TO CMP-PRIMA-RIGA(CONTA-CMP)
                ELSE
                 MOVE CMP-RIGA-INVOKE TO CMP-PRIMA-RIGA(CONTA-CMP)
                END-IF.
                MOVE 1             TO CMP-VOLTE(CONTA-CMP).

                PERFORM VARYING CMP-J FROM 1 BY 1
                 UNTIL CMP-J > 211
                 OR CMP-MAT-VERBO(CMP-J) = CMP-VERBO-QUI
                 CONTINUE
                END-PERFORM.

                IF CMP-J > 211
                 MOVE ZEROS TO CMP-POSTO(CONTA-CMP)
                ELSE
                 MOVE CMP-J TO CMP-POSTO(CONTA-CMP)
                END-IF.

        EX-NOTA-VERBO.
                EXIT.

      *
      *  the report beside the build (.cmp): per connector whether
      *  the screen can go there, then every verb it would ignore or
      *  degrade; a needed verb missing makes the screen not
      *  deployable on that connector, told as a warning on the
      *  console and in the .err listing at the line that first
      *  calls it
      *
        VERIFICA-CONNETTORI.

                MOVE FILE-OUT TO FILE-CMP.
                INSPECT FILE-CMP REPLACING ALL ".gui" BY ".cmp".

                OPEN OUTPUT ARK-CMP.
                IF STATUS-CMP = "00"
                 MOVE "S" TO OPENED-CMP
                ELSE
                 DISPLAY "Unable to create compatibility report: "
                  FUNCTION TRIM(FILE-CMP)
                END-IF.

                MOVE SPACES TO DATI-CMP.
                STRING "Connector compatibility of "
                 FUNCTION TRIM(FILE-IN)
                 DELIMITED BY SIZE INTO DATI-CMP.
                PERFORM SCRIVI-CMP THRU EX-SCRIVI-CMP.

                MOVE CONTA-CMP TO CMP-EDIT2.
                MOVE SPACES TO DATI-CMP.
                STRING "verbs called: " CMP-EDIT2
                 "   (needed: the screen logic depends on the verb,"
                 " look: it only shapes the window)"
                 DELIMITED BY SIZE INTO DATI-CMP.
                PERFORM SCRIVI-CMP THRU EX-SCRIVI-CMP.

                MOVE COUNT-LINE TO CMP-SALVA-LINE.

                PERFORM VARYING CMP-K FROM 1 BY 1 UNTIL CMP-K > 4
                 PERFORM VERIFICA-UN-CONNETTORE
                    THRU EX-VERIFICA-UN-CONNETTORE
                END-PERFORM.

                MOVE CMP-SALVA-LINE TO COUNT-LINE.
      *
      *  names agarcob does not answer either: most likely a typo
      *  in a dictionary template
      *
                MOVE ZEROS TO CMP-SCONOSCIUTI.
                PERFORM VARYING CMP-I FROM 1 BY 1
                 UNTIL CMP-I > CONTA-CMP
                 IF CMP-POSTO(CMP-I) = ZEROS
                  ADD 1 TO CMP-SCONOSCIUTI
                  IF CMP-SCONOSCIUTI = 1
                   MOVE SPACES TO DATI-CMP
                   PERFORM SCRIVI-CMP THRU EX-SCRIVI-CMP
                   MOVE "verbs no connector knows, agarcob included:"
                     TO DATI-CMP
                   PERFORM SCRIVI-CMP THRU EX-SCRIVI-CMP
                  END-IF
                  MOVE "unknown" TO CMP-PRIMA
                  PERFORM RIGA-CMP THRU EX-RIGA-CMP
                 END-IF
                END-PERFORM.

                IF OPENED-CMP = "S"
                 CLOSE ARK-CMP
                 MOVE SPACE TO OPENED-CMP
                END-IF.

        EX-VERIFICA-CONNETTORI.
                EXIT.

        VERIFICA-UN-CONNETTORE.

                MOVE ZEROS TO CMP-MANCANTI CMP-DEGRADATI CMP-IGNORATI.

                PERFORM VARYING CMP-I FROM 1 BY 1
                 UNTIL CMP-I > CONTA-CMP
                 IF CMP-POSTO(CMP-I) > ZEROS
                  MOVE CMP-MAT-CODICE(CMP-POSTO(CMP-I), CMP-K)
                    TO CMP-STATO
                  EVALUATE TRUE
                   WHEN CMP-STATO = "D"
                    ADD 1 TO CMP-DEGRADATI
                   WHEN CMP-STATO = "-"
                    AND CMP-MAT-USO(CMP-POSTO(CMP-I)) = "R"
                    ADD 1 TO CMP-MANCANTI
                   WHEN CMP-STATO = "-"
                    ADD 1 TO CMP-IGNORATI
                  END-EVALUATE
                 END-IF
                END-PERFORM.

                MOVE SPACES TO DATI-CMP.
                PERFORM SCRIVI-CMP THRU EX-SCRIVI-CMP.
                MOVE CMP-NOME(CMP-K) TO DATI-CMP(1:10).
                IF CMP-MANCANTI > ZEROS
                 MOVE "NOT DEPLOYABLE" TO DATI-CMP(12:14)
                ELSE
                 MOVE "deployable"     TO DATI-CMP(12:10)
                END-IF.
                MOVE 28 TO CMP-J.
                MOVE CMP-MANCANTI TO CMP-EDIT2.
                STRING "missing " CMP-EDIT2
                 DELIMITED BY SIZE INTO DATI-CMP WITH POINTER CMP-J.
                MOVE CMP-DEGRADATI TO CMP-EDIT2.
                STRING "   degraded " CMP-EDIT2
                 DELIMITED BY SIZE INTO DATI-CMP WITH POINTER CMP-J.
                MOVE CMP-IGNORATI TO CMP-EDIT2.
                STRING "   ignored " CMP-EDIT2
                 DELIMITED BY SIZE INTO DATI-CMP WITH POINTER CMP-J.
                IF AGAR-CONNECTOR = CMP-NOME(CMP-K)
                 STRING "   (this build)"
                  DELIMITED BY SIZE INTO DATI-CMP WITH POINTER CMP-J.
                PERFORM SCRIVI-CMP THRU EX-SCRIVI-CMP.

                PERFORM VARYING CMP-I FROM 1 BY 1
                 UNTIL CMP-I > CONTA-CMP
                 IF CMP-POSTO(CMP-I) > ZEROS
                  MOVE CMP-MAT-CODICE(CMP-POSTO(CMP-I), CMP-K)
                    TO CMP-STATO
                  MOVE SPACES TO CMP-PRIMA
                  EVALUATE TRUE
                   WHEN CMP-STATO = "D"
                    MOVE "degraded" TO CMP-PRIMA
                   WHEN CMP-STATO = "-"
                    AND CMP-MAT-USO(CMP-POSTO(CMP-I)) = "R"
                    MOVE "MISSING"  TO CMP-PRIMA
                    PERFORM AVVISO-CMP THRU EX-AVVISO-CMP
                   WHEN CMP-STATO = "-"
                    MOVE "ignored"  TO CMP-PRIMA
                  END-EVALUATE
                  IF CMP-PRIMA NOT = SPACES
                   PERFORM RIGA-CMP THRU EX-RIGA-CMP
                  END-IF
                 END-IF
                END-PERFORM.

                IF CMP-MANCANTI > ZEROS
                 MOVE CMP-MANCANTI TO CMP-EDIT2
                 DISPLAY "Warning: " FUNCTION TRIM(FILE-IN)
                  " is not deployable on "
                  FUNCTION TRIM(CMP-NOME(CMP-K))
                  ", needed verbs missing: " FUNCTION TRIM(CMP-EDIT2)
                END-IF.

        EX-VERIFICA-UN-CONNETTORE.
                EXIT.

      *
      *  one verb line: what happens to it, the verb, the first
      *  source line calling it, how often, and the INVOKE behind it
      *
        RIGA-CMP.

                MOVE SPACES TO DATI-CMP.
                MOVE CMP-PRIMA(1:10)     TO DATI-CMP(3:10).
                MOVE CMP-VERBO(CMP-I)    TO DATI-CMP(14:20).
                IF CMP-POSTO(CMP-I) > ZEROS
                 IF CMP-MAT-USO(CMP-POSTO(CMP-I)) = "R"
                  MOVE "needed" TO DATI-CMP(35:6)
                 ELSE
                  MOVE "look"   TO DATI-CMP(35:4)
                 END-IF
                END-IF.
                MOVE CMP-PRIMA-RIGA(CMP-I) TO CMP-EDIT.
                STRING "line " CMP-EDIT
                 DELIMITED BY SIZE INTO DATI-CMP(43:11).
                MOVE CMP-VOLTE(CMP-I) TO CMP-EDIT2.
                STRING "x" FUNCTION TRIM(CMP-EDIT2)
                 DELIMITED BY SIZE INTO DATI-CMP(56:6).
                IF CMP-ORIGINE(CMP-I) = SPACES
                 MOVE "generated code" TO DATI-CMP(63:14)
                ELSE
                 STRING "INVOKE " FUNCTION TRIM(CMP-ORIGINE(CMP-I))
                  DELIMITED BY SIZE INTO DATI-CMP(63:)
                END-IF.
                PERFORM SCRIVI-CMP THRU EX-SCRIVI-CMP.

        EX-RIGA-CMP.
                EXIT.

        AVVISO-CMP.

                MOVE CMP-PRIMA-RIGA(CMP-I) TO COUNT-LINE.
                MOVE "W" TO ERR-SEV.
                MOVE SPACES TO ERR-MESSAGGIO.
                STRING "not deployable on "
                 FUNCTION TRIM(CMP-NOME(CMP-K))
                 ": it ignores the verb "
                 FUNCTION TRIM(CMP-VERBO(CMP-I))
                 DELIMITED BY SIZE INTO ERR-MESSAGGIO.
                MOVE SPACES TO REC-IN.
                PERFORM SCRIVI-ERRORE THRU EX-SCRIVI-ERRORE.

        EX-AVVISO-CMP.
                EXIT.

        SCRIVI-CMP.

                IF OPENED-CMP = "S"
                 WRITE REC-CMP.

        EX-SCRIVI-CMP.
                EXIT.

        INVENTARIO-SET.

                IF OPENED-INV NOT = "S" GO TO EX-INVENTARIO-SET.
      *
      *  the widget is the word after OF, the value the operand
      *  written after MOVE
      *
                PERFORM VARYING IND2 FROM 1 BY 1
                 UNTIL IND2 > CONTA-PARAM
                 OR FUNCTION UPPER-CASE(PARAMETRO(IND2)) = "OF"
                 CONTINUE
                END-PERFORM.

                MOVE SPACES TO REC-INV.
                MOVE "P"                TO DATI-INV(1:1).
                MOVE FUNCTION UPPER-CASE(ISTRUZIONE(1:16))
                  TO DATI-INV(3:16).

                IF IND2 < CONTA-PARAM
                 MOVE PARAMETRO(IND2 + 1)(1:20) TO DATI-INV(20:20).

                MOVE PARAMETRO(2)(1:40) TO DATI-INV(41:40).
                INSPECT DATI-INV(41:40) REPLACING ALL '"' BY SPACE.

                WRITE REC-INV.

        EX-INVENTARIO-SET.
                EXIT.

        SCRIVI-ERRORE.

                IF ERR-SEV = "W"
                 ADD 1 TO CONTA-WARNING
                ELSE
                 ADD 1 TO CONTA-ERRORI.

                IF OPENED-ERR NOT = "S" GO TO EX-SCRIVI-ERRORE.

                MOVE SPACES TO REC-ERR.
                MOVE ERR-SEV        TO DATI-ERR(1:1).
                MOVE COUNT-LINE     TO DATI-ERR(3:9).
                MOVE FILE-IN(1:40)  TO DATI-ERR(13:40).
                MOVE ERR-MESSAGGIO  TO DATI-ERR(54:120).
                WRITE REC-ERR.

                IF REC-IN NOT = SPACES
                 MOVE SPACES TO REC-ERR
                 MOVE "S"             TO DATI-ERR(1:1)
                 MOVE DATI-IN(1:150)  TO DATI-ERR(3:150)
                 WRITE REC-ERR
                END-IF.

        EX-SCRIVI-ERRORE.
                EXIT.

        VERIFICA-AGGIORNATO.

                CALL "CBL_CHECK_FILE_EXIST" USING FILE-IN
                                                   FILE-CHECK-INFO
                 RETURNING FILE-EXISTS-RC.

                IF FILE-EXISTS-RC NOT = ZERO
                 DISPLAY "The source supplied is not available "
                  "(file:" FUNCTION TRIM(FILE-IN) " )"
                 MOVE "Y" TO EXIT-WITH-ERRORS SW-APERTURE-KO
                 GO TO EX-VERIFICA-AGGIORNATO
                END-IF.

                COMPUTE FILE-STAMP-IN =
                  FCI-YEAR * 100000000 + FCI-MONTH * 1000000
                  + FCI-DAY * 10000 + FCI-HOURS * 100 + FCI-MINUTES.

                CALL "CBL_CHECK_FILE_EXIST" USING FILE-OUT
                                                   FILE-CHECK-INFO
                 RETURNING FILE-EXISTS-RC.

                IF FILE-EXISTS-RC NOT = ZERO
                 GO TO EX-VERIFICA-AGGIORNATO.

                COMPUTE FILE-STAMP-OUT =
                  FCI-YEAR * 100000000 + FCI-MONTH * 1000000
                  + FCI-DAY * 10000 + FCI-HOURS * 100 + FCI-MINUTES.

                IF FILE-STAMP-OUT NOT LESS FILE-STAMP-IN
                 DISPLAY "Not changed, skipping: "
                  FUNCTION TRIM(FILE-IN)
                 MOVE "S" TO SW-APERTURE-KO
                END-IF.

        EX-VERIFICA-AGGIORNATO.
                EXIT.


        CHIUSURE SECTION.
        CHIUSUREX.

                IF CONTA-MNT > ZEROS
                 IF OPENED-OUT = "S"
                  PERFORM EMETTI-MAINTAIN THRU EX-EMETTI-MAINTAIN
                 ELSE
                  MOVE ZEROS TO CONTA-MNT
                 END-IF
                END-IF.

                IF SW-APERTURE-KO = SPACE
                 AND LIVELLO-COND > ZERO
                 DISPLAY "Severe Error: $ifdef still open at the "
                  "end of " FUNCTION TRIM(FILE-IN)
                 MOVE "E" TO ERR-SEV
                 MOVE "$ifdef still open at end of source"
                   TO ERR-MESSAGGIO
                 PERFORM SCRIVI-ERRORE THRU EX-SCRIVI-ERRORE
                 MOVE "Y" TO EXIT-WITH-ERRORS
                END-IF.

                MOVE SPACES TO STRINGA.

                IF SW-APERTURE-KO NOT = "S"

                 EVALUATE TRUE
                  WHEN EXIT-WITH-ERRORS = "Y"
                   MOVE "Found errors, please check them" TO STRINGA
                  WHEN SW-ANALYSIS = "S"
                   STRING "Analysis only, no errors found in "
                   FUNCTION TRIM(FILE-IN)
                   DELIMITED BY SIZE INTO STRINGA
                  WHEN OTHER
                   STRING "Done...please compile the build "
                   function trim(FILE-OUT)
                   " source program. " DELIMITED BY SIZE INTO STRINGA
                 END-EVALUATE

                 DISPLAY STRINGA

                END-IF.

                MOVE SPACES TO STRINGA.

                IF OPENED-IN   = "S" CLOSE ARK-IN.
                IF OPENED-OUT  = "S" CLOSE ARK-OUT.
                IF OPENED-WORK = "S" CLOSE ARK-WORK.
                IF OPENED-XREF = "S" CLOSE ARK-XREF.
                IF OPENED-TRN  = "S" CLOSE ARK-TRN.

                IF OPENED-INV  = "S"
                 CLOSE ARK-INV
                 MOVE SPACE TO OPENED-INV
                END-IF.

      *
      *  the orphan event check must speak before the error listing
      *  writes its totals trailer, or its warnings never reach the
      *  .err file and the trailer undercounts them
      *
                IF CONTA-EVENTI > ZEROS
                 AND SW-APERTURE-KO = SPACE
                 PERFORM VERIFICA-EVENTI THRU EX-VERIFICA-EVENTI.

                IF SW-COMPAT = "S"
                 AND SW-APERTURE-KO = SPACE
                 PERFORM VERIFICA-CONNETTORI
                    THRU EX-VERIFICA-CONNETTORI.

                IF OPENED-ERR  = "S"
                 MOVE SPACES TO REC-ERR
                 MOVE "T"           TO DATI-ERR(1:1)
                 MOVE CONTA-ERRORI  TO DATI-ERR(3:5)
                 MOVE CONTA-WARNING TO DATI-ERR(9:5)
                 WRITE REC-ERR
                 CLOSE ARK-ERR
                 MOVE SPACE TO OPENED-ERR
                END-IF.

                IF DIFF-PRONTO = "S"
                 PERFORM DIFF-GUI THRU EX-DIFF-GUI
                 MOVE SPACE TO DIFF-PRONTO
                END-IF.

                IF SW-RECON = "S"
                 AND SW-APERTURE-KO = SPACE
                 AND SW-ANALYSIS NOT = "S"
                 PERFORM RICONCILIA THRU EX-RICONCILIA.

                IF SW-TESTDATA = "S"
                 AND SW-APERTURE-KO = SPACE
                 AND SW-ANALYSIS NOT = "S"
                 PERFORM GENERA-PROVE THRU EX-GENERA-PROVE.

                IF SW-MANUAL = "S"
                 AND SW-APERTURE-KO = SPACE
                 PERFORM SCRIVI-MANUALE THRU EX-SCRIVI-MANUALE.

                IF SW-EXE = "S"
                AND SW-ANALYSIS NOT = "S"
                AND SW-APERTURE-KO NOT = "S"
                AND EXIT-WITH-ERRORS NOT = "Y"
                 PERFORM AUTO-COMPILE THRU EX-AUTO-COMPILE.

        EX-CHIUSURE.
                EXIT.

      *
      *  diff mode (-d): the previous .gui steps aside before the
      *  new one is written, and once the build is done the two are
      *  compared statement by statement
      *
        PREPARA-DIFF.

                MOVE SPACE TO DIFF-PRONTO.

                CALL "CBL_CHECK_FILE_EXIST" USING FILE-OUT
                                                   FILE-CHECK-INFO
                 RETURNING FILE-EXISTS-RC.

                IF FILE-EXISTS-RC NOT = ZERO
                 GO TO EX-PREPARA-DIFF.

                MOVE SPACES TO FILE-OLD.
                STRING FUNCTION TRIM(FILE-OUT) ".old"
                 DELIMITED BY SIZE INTO FILE-OLD.

                MOVE SPACES TO COMANDO.
                STRING "mv '" FUNCTION TRIM(FILE-OUT)
                       "' '"  FUNCTION TRIM(FILE-OLD) "'"
                       DELIMITED BY SIZE INTO COMANDO.
                CALL "SYSTEM" USING FUNCTION TRIM(COMANDO) END-CALL.

                MOVE "S" TO DIFF-PRONTO.

        EX-PREPARA-DIFF.
                EXIT.

      *
      *  the two builds are walked block by block: a block is the
      *  commented original statement plus the lines generated for
      *  it, so the report shows which statements now translate
      *  differently -- sequence numbers (columns 1-6) do not count
      *
        DIFF-GUI.

                MOVE FILE-OUT TO FILE-NEW.

                OPEN INPUT ARK-OLD.
                IF STATUS-OLD NOT = "00"
                 GO TO FINE-DIFF-GUI.

                OPEN INPUT ARK-NEW.
                IF STATUS-NEW NOT = "00"
                 CLOSE ARK-OLD
                 GO TO FINE-DIFF-GUI.

                MOVE FILE-OUT TO FILE-DIF.
                INSPECT FILE-DIF REPLACING ALL ".gui" BY ".dif".
                OPEN OUTPUT ARK-DIF.
                IF STATUS-DIF NOT = "00"
                 DISPLAY "Unable to create diff report: "
                  FUNCTION TRIM(FILE-DIF)
                 CLOSE ARK-OLD ARK-NEW
                 GO TO FINE-DIFF-GUI.

                MOVE ZEROS  TO CONTA-DIFF-BLOCCHI.
                MOVE SPACES TO EOF-BLK-OLD EOF-BLK-NEW
                               HAVE-OLD HAVE-NEW.

                MOVE SPACES TO REC-DIF.
                STRING "TRANSLATION DIFFERENCES "
                 FUNCTION TRIM(FILE-OLD) " -> "
                 FUNCTION TRIM(FILE-NEW)
                 DELIMITED BY SIZE INTO DATI-DIF.
                WRITE REC-DIF.

        CICLO-DIFF-GUI.

                PERFORM LEGGI-BLOCCO-OLD THRU EX-LEGGI-BLOCCO-OLD.
                PERFORM LEGGI-BLOCCO-NEW THRU EX-LEGGI-BLOCCO-NEW.

                IF CONTA-BLK-OLD = ZEROS AND CONTA-BLK-NEW = ZEROS
                 GO TO CHIUDI-DIFF-GUI.

                PERFORM CONFRONTA-BLOCCO THRU EX-CONFRONTA-BLOCCO.

                GO TO CICLO-DIFF-GUI.

        CHIUDI-DIFF-GUI.

                MOVE SPACES TO REC-DIF.
                WRITE REC-DIF.
                MOVE CONTA-DIFF-BLOCCHI TO DIFF-EDIT.
                MOVE SPACES TO REC-DIF.
                STRING FUNCTION TRIM(DIFF-EDIT)
                 " block(s) translate differently"
                 DELIMITED BY SIZE INTO DATI-DIF.
                WRITE REC-DIF.

                CLOSE ARK-OLD ARK-NEW ARK-DIF.

                CALL "CBL_DELETE_FILE" USING FILE-OLD
                 RETURNING IND
                END-CALL.

                DISPLAY "Diff report written: "
                 FUNCTION TRIM(FILE-DIF) " ("
                 CONTA-DIFF-BLOCCHI " block(s) changed)".

        FINE-DIFF-GUI.

        EX-DIFF-GUI.
                EXIT.

        LEGGI-BLOCCO-OLD.

                MOVE ZEROS TO CONTA-BLK-OLD.

                IF EOF-BLK-OLD = "S" GO TO EX-LEGGI-BLOCCO-OLD.

                IF HAVE-OLD NOT = "S"
                 READ ARK-OLD NEXT AT END
                  MOVE "S" TO EOF-BLK-OLD
                 END-READ
                 IF EOF-BLK-OLD = "S"
                  GO TO EX-LEGGI-BLOCCO-OLD
                 END-IF
                 MOVE DATI-OLD TO PROSSIMA-OLD
                 MOVE "S"      TO HAVE-OLD
                END-IF.

                MOVE SPACE TO DIFF-DIVERSO.

        CICLO-BLOCCO-OLD.

                IF CONTA-BLK-OLD > ZEROS
                 AND PROSSIMA-OLD(7:1) = "*"
                 AND DIFF-DIVERSO = "S"
                 GO TO EX-LEGGI-BLOCCO-OLD.

                IF PROSSIMA-OLD(7:1) NOT = "*"
                 MOVE "S" TO DIFF-DIVERSO.

                IF CONTA-BLK-OLD < 60
                 ADD 1 TO CONTA-BLK-OLD
                 MOVE PROSSIMA-OLD(7:250)
                   TO BLK-OLD-RIGA(CONTA-BLK-OLD).

                READ ARK-OLD NEXT AT END
                 MOVE "S"   TO EOF-BLK-OLD
                 MOVE SPACE TO HAVE-OLD
                END-READ.

                IF EOF-BLK-OLD = "S" GO TO EX-LEGGI-BLOCCO-OLD.

                MOVE DATI-OLD TO PROSSIMA-OLD.

                GO TO CICLO-BLOCCO-OLD.

        EX-LEGGI-BLOCCO-OLD.
                EXIT.

        LEGGI-BLOCCO-NEW.

                MOVE ZEROS TO CONTA-BLK-NEW.

                IF EOF-BLK-NEW = "S" GO TO EX-LEGGI-BLOCCO-NEW.

                IF HAVE-NEW NOT = "S"
                 READ ARK-NEW NEXT AT END
                  MOVE "S" TO EOF-BLK-NEW
                 END-READ
                 IF EOF-BLK-NEW = "S"
                  GO TO EX-LEGGI-BLOCCO-NEW
                 END-IF
                 MOVE DATI-NEW TO PROSSIMA-NEW
                 MOVE "S"      TO HAVE-NEW
                END-IF.

                MOVE SPACE TO DIFF-DIVERSO.

        CICLO-BLOCCO-NEW.

                IF CONTA-BLK-NEW > ZEROS
                 AND PROSSIMA-NEW(7:1) = "*"
                 AND DIFF-DIVERSO = "S"
                 GO TO EX-LEGGI-BLOCCO-NEW.

                IF PROSSIMA-NEW(7:1) NOT = "*"
                 MOVE "S" TO DIFF-DIVERSO.

                IF CONTA-BLK-NEW < 60
                 ADD 1 TO CONTA-BLK-NEW
                 MOVE PROSSIMA-NEW(7:250)
                   TO BLK-NEW-RIGA(CONTA-BLK-NEW).

                READ ARK-NEW NEXT AT END
                 MOVE "S"   TO EOF-BLK-NEW
                 MOVE SPACE TO HAVE-NEW
                END-READ.

                IF EOF-BLK-NEW = "S" GO TO EX-LEGGI-BLOCCO-NEW.

                MOVE DATI-NEW TO PROSSIMA-NEW.

                GO TO CICLO-BLOCCO-NEW.

        EX-LEGGI-BLOCCO-NEW.
                EXIT.

        CONFRONTA-BLOCCO.

                MOVE SPACE TO DIFF-DIVERSO.

                IF CONTA-BLK-OLD NOT = CONTA-BLK-NEW
                 MOVE "S" TO DIFF-DIVERSO
                ELSE
                 PERFORM VARYING DIFF-I FROM 1 BY 1
                  UNTIL DIFF-I > CONTA-BLK-OLD
                  IF BLK-OLD-RIGA(DIFF-I)
                   NOT = BLK-NEW-RIGA(DIFF-I)
                   MOVE "S" TO DIFF-DIVERSO
                  END-IF
                 END-PERFORM
                END-IF.

                IF DIFF-DIVERSO NOT = "S"
                 GO TO EX-CONFRONTA-BLOCCO.

                ADD 1 TO CONTA-DIFF-BLOCCHI.

                MOVE SPACES TO REC-DIF.
                WRITE REC-DIF.
                MOVE ALL "-" TO DATI-DIF(1:70).
                WRITE REC-DIF.

                MOVE "OLD:" TO DATI-DIF.
                WRITE REC-DIF.
                PERFORM VARYING DIFF-I FROM 1 BY 1
                 UNTIL DIFF-I > CONTA-BLK-OLD
                 MOVE SPACES TO REC-DIF
                 MOVE BLK-OLD-RIGA(DIFF-I) TO DATI-DIF(3:250)
                 WRITE REC-DIF
                END-PERFORM.

                MOVE "NEW:" TO DATI-DIF.
                WRITE REC-DIF.
                PERFORM VARYING DIFF-I FROM 1 BY 1
                 UNTIL DIFF-I > CONTA-BLK-NEW
                 MOVE SPACES TO REC-DIF
                 MOVE BLK-NEW-RIGA(DIFF-I) TO DATI-DIF(3:250)
                 WRITE REC-DIF
                END-PERFORM.

        EX-CONFRONTA-BLOCCO.
                EXIT.

      *
      *  reconciliation (-r): the fresh .trn extraction is held
      *  against every language catalog named in guicobol_cat --
      *  captions with no translation yet, keys no screen uses any
      *  more and captions too long for the 60 character cat-val
      *  slot all land in the .rec report, and a ready to fill
      *  skeleton for a new language goes next to the .trn
      *
        RICONCILIA.

                PERFORM CARICA-TRN THRU EX-CARICA-TRN.

                IF CONTA-TRN = ZEROS GO TO EX-RICONCILIA.

                MOVE FILE-OUT TO FILE-REC.
                INSPECT FILE-REC REPLACING ALL ".gui" BY ".rec".

                OPEN OUTPUT ARK-REC.
                IF STATUS-REC NOT = "00"
                 DISPLAY "Unable to create reconciliation report: "
                  FUNCTION TRIM(FILE-REC)
                 GO TO EX-RICONCILIA.

                MOVE SPACES TO REC-REC.
                STRING "CAPTION RECONCILIATION FOR "
                 FUNCTION TRIM(FILE-IN)
                 DELIMITED BY SIZE INTO DATI-REC.
                WRITE REC-REC.

                MOVE ZEROS TO RECON-LUNGHE.
                PERFORM VARYING RECON-I FROM 1 BY 1
                 UNTIL RECON-I > CONTA-TRN
                 IF TRN-TESTO(RECON-I)(61:20) NOT = SPACES
                  ADD 1 TO RECON-LUNGHE
                  MOVE SPACES TO REC-REC
                  STRING "TOO LONG FOR THE CATALOG SLOT: "
                   TRN-TESTO(RECON-I)
                   DELIMITED BY SIZE INTO DATI-REC
                  END-STRING
                  WRITE REC-REC
                 END-IF
                END-PERFORM.

                ACCEPT LISTA-CATALOGHI
                 FROM ENVIRONMENT "guicobol_cat"
                END-ACCEPT.

                IF LISTA-CATALOGHI = SPACES
                 MOVE SPACES TO REC-REC
                 MOVE "NO CATALOGS (guicobol_cat is not set)"
                   TO DATI-REC
                 WRITE REC-REC
                ELSE
                 PERFORM UNTIL LISTA-CATALOGHI = SPACES
                  MOVE SPACES TO FILE-CAT
                  MOVE 1      TO IND2
                  UNSTRING FUNCTION TRIM(LISTA-CATALOGHI)
                   DELIMITED BY ALL SPACES
                   INTO FILE-CAT
                   WITH POINTER IND2
                  END-UNSTRING
                  IF IND2 > LENGTH OF LISTA-CATALOGHI
                   MOVE SPACES TO LISTA-CATALOGHI
                  ELSE
                   MOVE FUNCTION TRIM(LISTA-CATALOGHI) TO STRINGA1
                   MOVE STRINGA1(IND2:) TO LISTA-CATALOGHI
                  END-IF
                  IF FILE-CAT NOT = SPACES
                   PERFORM RICONCILIA-CATALOGO
                      THRU EX-RICONCILIA-CATALOGO
                  END-IF
                 END-PERFORM
                END-IF.

                CLOSE ARK-REC.

                PERFORM SCRIVI-SKELETON THRU EX-SCRIVI-SKELETON.

                DISPLAY "Reconciliation report written: "
                 FUNCTION TRIM(FILE-REC).

        EX-RICONCILIA.
                EXIT.

        CARICA-TRN.

                MOVE ZEROS TO CONTA-TRN.

                OPEN INPUT ARK-TRN.
                IF STATUS-TRN NOT = "00" GO TO EX-CARICA-TRN.

                MOVE SPACE TO EOF-TRN.

                PERFORM UNTIL EOF-TRN = "S"
                 READ ARK-TRN NEXT AT END
                  MOVE "S" TO EOF-TRN
                 END-READ
                 IF EOF-TRN NOT = "S"
                  AND DATI-TRN NOT = SPACES
                  PERFORM VARYING RECON-I FROM 1 BY 1
                   UNTIL RECON-I > CONTA-TRN
                   OR TRN-TESTO(RECON-I) = DATI-TRN(1:80)
                   CONTINUE
                  END-PERFORM
                  IF RECON-I > CONTA-TRN
                   AND CONTA-TRN < 300
                   ADD 1 TO CONTA-TRN
                   MOVE DATI-TRN(1:80) TO TRN-TESTO(CONTA-TRN)
                  END-IF
                 END-IF
                END-PERFORM.

                CLOSE ARK-TRN.

        EX-CARICA-TRN.
                EXIT.

        RICONCILIA-CATALOGO.

                MOVE SPACES TO REC-REC.
                WRITE REC-REC.
                MOVE SPACES TO REC-REC.
                STRING "CATALOG " FUNCTION TRIM(FILE-CAT)
                 DELIMITED BY SIZE INTO DATI-REC.
                WRITE REC-REC.

                OPEN INPUT ARK-CAT.
                IF STATUS-CAT NOT = "00"
                 MOVE SPACES TO REC-REC
                 MOVE " CANNOT BE OPENED" TO DATI-REC
                 WRITE REC-REC
                 GO TO EX-RICONCILIA-CATALOGO.

                MOVE ZEROS TO CONTA-CHIAVI.
                MOVE SPACE TO EOF-CAT.

                PERFORM UNTIL EOF-CAT = "S"
                 READ ARK-CAT NEXT AT END
                  MOVE "S" TO EOF-CAT
                 END-READ
                 IF EOF-CAT NOT = "S"
                  AND DATI-CAT NOT = SPACES
                  AND DATI-CAT(1:1) NOT = "#"
                  AND CONTA-CHIAVI < 400
                  ADD 1 TO CONTA-CHIAVI
                  MOVE SPACES TO CHIAVE-CAT(CONTA-CHIAVI)
                  UNSTRING DATI-CAT DELIMITED BY "="
                   INTO CHIAVE-CAT(CONTA-CHIAVI)
                  END-UNSTRING
                  IF CHIAVE-CAT(CONTA-CHIAVI) = SPACES
                   SUBTRACT 1 FROM CONTA-CHIAVI
                  END-IF
                 END-IF
                END-PERFORM.

                CLOSE ARK-CAT.

                PERFORM VARYING RECON-I FROM 1 BY 1
                 UNTIL RECON-I > CONTA-TRN
                 MOVE SPACE TO TRN-VISTA(RECON-I)
                END-PERFORM.

                MOVE ZEROS TO RECON-MORTE.

                PERFORM VARYING RECON-J FROM 1 BY 1
                 UNTIL RECON-J > CONTA-CHIAVI
                 PERFORM VARYING RECON-I FROM 1 BY 1
                  UNTIL RECON-I > CONTA-TRN
                  OR TRN-TESTO(RECON-I)(1:60)
                     = CHIAVE-CAT(RECON-J)
                  CONTINUE
                 END-PERFORM
                 IF RECON-I > CONTA-TRN
                  ADD 1 TO RECON-MORTE
                  MOVE SPACES TO REC-REC
                  STRING " UNUSED KEY: " CHIAVE-CAT(RECON-J)
                   DELIMITED BY SIZE INTO DATI-REC
                  END-STRING
                  WRITE REC-REC
                 ELSE
                  MOVE "S" TO TRN-VISTA(RECON-I)
                 END-IF
                END-PERFORM.

                MOVE ZEROS TO RECON-MANCANO.

                PERFORM VARYING RECON-I FROM 1 BY 1
                 UNTIL RECON-I > CONTA-TRN
                 IF TRN-VISTA(RECON-I) NOT = "S"
                  ADD 1 TO RECON-MANCANO
                  MOVE SPACES TO REC-REC
                  STRING " NO TRANSLATION: " TRN-TESTO(RECON-I)
                   DELIMITED BY SIZE INTO DATI-REC
                  END-STRING
                  WRITE REC-REC
                 END-IF
                END-PERFORM.

                MOVE SPACES TO REC-REC.
                MOVE RECON-MANCANO TO DIFF-EDIT.
                STRING " " FUNCTION TRIM(DIFF-EDIT)
                 " missing, " DELIMITED BY SIZE INTO DATI-REC.
                MOVE RECON-MORTE TO DIFF-EDIT.
                MOVE SPACES TO STRINGA2.
                STRING FUNCTION TRIM(DATI-REC) " "
                 FUNCTION TRIM(DIFF-EDIT) " unused"
                 DELIMITED BY SIZE INTO STRINGA2.
                MOVE STRINGA2 TO DATI-REC.
                WRITE REC-REC.

        EX-RICONCILIA-CATALOGO.
                EXIT.

        SCRIVI-SKELETON.

                MOVE SPACES TO FILE-DIF.
                STRING FUNCTION TRIM(FILE-TRN) ".skel"
                 DELIMITED BY SIZE INTO FILE-DIF.

                OPEN OUTPUT ARK-DIF.
                IF STATUS-DIF NOT = "00"
                 DISPLAY "Unable to create catalog skeleton: "
                  FUNCTION TRIM(FILE-DIF)
                 GO TO EX-SCRIVI-SKELETON.

                PERFORM VARYING RECON-I FROM 1 BY 1
                 UNTIL RECON-I > CONTA-TRN
                 MOVE SPACES TO REC-DIF
                 STRING FUNCTION TRIM(TRN-TESTO(RECON-I)) "="
                  DELIMITED BY SIZE INTO DATI-DIF
                 END-STRING
                 WRITE REC-DIF
                END-PERFORM.

                CLOSE ARK-DIF.

        EX-SCRIVI-SKELETON.
                EXIT.

        AUTO-COMPILE.

                MOVE SPACES TO COMANDO.

                STRING "cobc -x '"             DELIMITED BY SIZE
                       FUNCTION TRIM(FILE-OUT) DELIMITED BY SIZE
                       "'"                     DELIMITED BY SIZE
                       INTO COMANDO
                END-STRING.

                DISPLAY "Compiling: " FUNCTION TRIM(COMANDO).

                CALL "SYSTEM" USING FUNCTION TRIM(COMANDO) END-CALL.

        EX-AUTO-COMPILE.
                EXIT.

        READ-NEXT-DO.

                MOVE SPACES TO REC-DO EOF-DO.

                ADD 1 TO PUNTA-INF.

                IF PUNTA-INF > CONTA-INF
                 MOVE "S" TO EOF-DO.

                IF EOF-DO = "S"
                 MOVE SPACES TO REC-DO
                  GO TO EX-READ-NEXT-DO.

                MOVE TAB-INF(PUNTA-INF) TO DATI-DO.

                IF DATI-DO = SPACES GO TO READ-NEXT-DO.

                IF DATI-DO(1:1) = "*" GO TO READ-NEXT-DO.


        EX-READ-NEXT-DO.
                EXIT.

        LOGO.
                DISPLAY
                "GuiCOBOL builder for GNUCOBOL "
                "Versione 0.1.2.23 Package 22-02-2020".
                DISPLAY "CopyRight(C) 2011-2020 Federico Priolo "
                DISPLAY "                              ".
                DISPLAY "federico.priolo@tp-one.it ".
                DISPLAY "                              ".
                DISPLAY "                               ".

                IF SW-VERBOSE = "S"
                DISPLAY "Running on: " TYPE-SYSTEM.

                IF SW-VERBOSE = "S"
                DISPLAY "Processing command line..".
        EX-LOGO.
                EXIT.

        INIZIALI.

                INITIALIZE PARAMETRI.
      *
      *  INITIALIZE clears the VALUE clauses of the group, so the
      *  dictionary limit and the default connector must be
      *  restated here
      *
                MOVE 5000 TO MAX-INF.
                MOVE "agarcob" TO AGAR-CONNECTOR.


                MOVE 7       TO REM-COLUMN.

                ACCEPT TYPE-SYSTEM FROM ENVIRONMENT 'OS' END-ACCEPT.

                IF TYPE-SYSTEM NOT > SPACES
                 ACCEPT TYPE-SYSTEM FROM ENVIRONMENT 'OSTYPE' END-ACCEPT
                 END-IF.


        EX-INIZIALI.
                EXIT.

        HELP.

                DISPLAY "Usage: guicobol projectfile [options]".
                DISPLAY "                              ".
                DISPLAY "File: cobol source.cbl/cpy/src (if no suplied"
                        '".cbl" is added by default....)'.
                DISPLAY "                              ".
                DISPLAY "Options:                      ".
                DISPLAY "-? This support panel         "
                DISPLAY "-F use free format            "
                DISPLAY "-v Turn on verbose            "
                DISPLAY "-m File is a list of sources, one per line  "
                        "(wildcards like *.cbl are expanded too)    "
                DISPLAY "-t Deterministic build, no timestamp stamped"
                        " into the generated source                 "
                DISPLAY "-s Skip a screen if the .gui is newer than  "
                        "its source                                 "
                DISPLAY "-x Produce a cross-reference listing (.xrf) "
                        "of every translated statement               "
                DISPLAY "-c Compile the build source with cobc when  "
                        "the translation completes without errors    "
                DISPLAY "-a Analysis only, check the source but write"
                        " nothing out                                "
                DISPLAY "-b Batch build, link the generated source   "
                        "against the headless stub connector instead "
                        "of agarcob                                  "
                DISPLAY "-J JSON service build, link the generated   "
                        "source against agarjson: the screen answers "
                        "one JSON request per run                    "
                DISPLAY "-l List every translatable caption literal  "
                        "to a .trn file beside the build             "
                DISPLAY "-oDIR Place every generated artifact (.gui, "
                        ".xrf, working copybooks) under DIR          "
                DISPLAY "-e Write a .err listing per source: one     "
                        "fixed-layout record per diagnostic with the "
                        "source line echoed, and a count trailer     "
                DISPLAY "-i Write a widget inventory report (.inv)   "
                        "per screen; always written in analysis mode "
                DISPLAY "-k Audit the dictionary before translating: "
                        "bad $PARAM indexes, unknown macros, twice   "
                        "defined or empty tokens, lines past col 72  "
                DISPLAY "-g With -m, generate the startup menu and   "
                        "screen-flow dispatcher (<manifest>.menu.gui)"
                        " listing every screen of the manifest       "
                DISPLAY "-z Convert a legacy SCREEN SECTION program  "
                        "to a first-cut screen source (.scr.cbl):    "
                        "labels, entry fields with their PIC at the  "
                        "equivalent addfixed position, and taborder  "
                DISPLAY "-u With -m, write a dictionary coverage     "
                        "report (<manifest>.cov): how often each     "
                        "token matched, in which sources, and the    "
                        "tokens never matched at all                 "
                DISPLAY "-d Compare the new build with the previous  "
                        ".gui and write a statement-level diff (.dif)"
                        " showing old and new generated code, with   "
                        "sequence numbers ignored                    "
                DISPLAY "-j Generate test data from the record maps: "
                        "one draft file per shape (valid, boundary,  "
                        "zero, negative, invalid) with the invalid   "
                        "values aimed at the wired validate rules    "
                DISPLAY "-n Generate a bulk loader <record>-load.cbl "
                        "for every maintain record: delimited rows   "
                        "checked against the wired validate rules,   "
                        "rejects to <input>.rej, restart from <input>"
                        ".chk                                        "
                DISPLAY "-p Generate a compilable stub .cbl for every"
                        " event program a screen wires that exists   "
                        "neither in the source nor as a project file;"
                        " orphan names are always flagged as warnings"
                DISPLAY "-q Generate <record>-recon.cbl for every    "
                        "maintain record: the INDEXED file against   "
                        "its SQL mirror table, report of the keys on "
                        "one side only and of the fields that differ,"
                        " fix-file / fix-table to correct, journalled"
                DISPLAY "-r Reconcile the extracted captions (-l is  "
                        "implied) with the language catalogs named by"
                        " guicobol_cat: missing translations, unused "
                        "keys, captions past the 60 character slot,  "
                        "and a .skel skeleton for a new language     "
                DISPLAY "-w With -m, write a data lineage report     "
                        "(<manifest>.lin): every file, table, message"
                        " type and endpoint with the screens reading "
                        "and writing it and the record map, listed   "
                        "per screen and per data store               "
                DISPLAY "-C Check every verb the screen invokes     "
                        "against agartui, agarweb, agarbatch and     "
                        "agarjson: ignored and degraded verbs per    "
                        "connector in a .cmp report, a screen that   "
                        "needs a missing verb is not deployable there"
                DISPLAY "-M Write the operator manual: an HTML page  "
                        "per screen (.html) with the field table,    "
                        "rules, help pages, function keys, buttons   "
                        "and snapshot, one more per guicobol_cat     "
                        "catalog, and with -m a <manifest>.manual    "
                        "index; fields without a help page flagged   "
                DISPLAY "-DSYM Define SYM for the $ifdef/$ifndef/    "
                        "$else/$endif variant directives in the      "
                        "screen source                               ".

        EX-HELP.
                EXIT.

        OPZIONI.

               ACCEPT FILE-DO FROM ENVIRONMENT "guicobol_inf"
                END-ACCEPT.

                IF FILE-DO = SPACES
                MOVE "guicobol.inf"    TO FILE-DO.


      ****************** > here we are sure that the command have something

                PERFORM VARYING IND FROM 1 BY 1 UNTIL IND > 100
                OR FILE-IN(IND:1) NOT = SPACES
                 CONTINUE
                END-PERFORM.

      *
      ****************** > if first is "-" we could have -? or -m option..
      *

                IF FILE-IN(IND:1) NOT = "-"

      ****************** > from here we can check for the option

                 PERFORM VARYING IND FROM IND BY 1 UNTIL IND > 100
                 OR FILE-IN(IND:1) = SPACES
                  CONTINUE
                 END-PERFORM

                END-IF.

                MOVE 1                 TO IND1.

                PERFORM VARYING IND FROM IND BY 1 UNTIL IND > 100
                OR IND1 > MAXOPZ

                 IF FILE-IN(IND:1) = "-"
                 MOVE SPACES TO FILE-IN(IND:1)

                 ADD 1       TO IND
                 MOVE FILE-IN(IND:1)   TO SW-OPTION(IND1)
                 ADD 1       TO IND1

                  IF IND1 > MAXOPZ
                   DISPLAY "Too many command line options"
                   STOP RUN
                  END-IF
      *
      *  the -o switch carries the output directory with it, the -D
      *  switch a conditional translation symbol
      *
                 IF SW-OPTION(IND1 - 1) = "o"
                  MOVE SPACES TO FILE-OUTDIR
                  MOVE SPACES TO FILE-IN(IND:1)
                  ADD 1 TO IND
                  MOVE ZEROS  TO IND2
                  PERFORM VARYING IND FROM IND BY 1 UNTIL IND > 100
                  OR FILE-IN(IND:1) = SPACES
                   ADD 1 TO IND2
                   MOVE FILE-IN(IND:1) TO FILE-OUTDIR(IND2:1)
                   MOVE SPACES         TO FILE-IN(IND:1)
                  END-PERFORM
                 END-IF

                 IF SW-OPTION(IND1 - 1) = "D"
                  AND CONTA-SIMBOLI < 10
                  ADD 1 TO CONTA-SIMBOLI
                  MOVE SPACES TO FILE-IN(IND:1)
                  ADD 1 TO IND
                  MOVE ZEROS  TO IND2
                  PERFORM VARYING IND FROM IND BY 1 UNTIL IND > 100
                  OR FILE-IN(IND:1) = SPACES
                   ADD 1 TO IND2
                   MOVE FUNCTION UPPER-CASE(FILE-IN(IND:1))
                     TO SIMBOLO(CONTA-SIMBOLI)(IND2:1)
                   MOVE SPACES         TO FILE-IN(IND:1)
                  END-PERFORM
                 END-IF

                 PERFORM VARYING IND FROM IND BY 1 UNTIL IND > 100
                 OR FILE-IN(IND:1) = SPACES
                  MOVE SPACES TO FILE-IN(IND:1)
                 END-PERFORM

                 END-IF

                END-PERFORM.

                IF TAB-OPTIONS > SPACES
                DISPLAY "Invoked argument(S) for the builder:".

      *
      *  set the appropriate switch
      *
                PERFORM VARYING IND FROM 1 BY 1 UNTIL IND = IND1

                 EVALUATE SW-OPTION(IND)
                  WHEN "?" MOVE "S"   TO SW-HELP
                  DISPLAY "show the help panel............."
                  WHEN "F" MOVE "S"   TO SW-FREE
                  DISPLAY "use the free format reading file"
                  WHEN "v" MOVE "S"   TO SW-VERBOSE
                  DISPLAY "show verbose process            "
                  WHEN "m" MOVE "S"   TO SW-LIST
                  DISPLAY "source file is a list of sources"
                  WHEN "t" MOVE "S"   TO SW-CONST
                  DISPLAY "deterministic build, no timestamp       "
                  WHEN "s" MOVE "S"   TO SW-SKIP
                  DISPLAY "skip a screen if its build is up to date"
                  WHEN "x" MOVE "S"   TO SW-XREF
                  DISPLAY "produce a cross-reference listing       "
                  WHEN "c" MOVE "S"   TO SW-EXE
                  DISPLAY "compile the build source when done      "
                  WHEN "a" MOVE "S"   TO SW-ANALYSIS
                  DISPLAY "analysis only, no output is written     "
                  WHEN "b" MOVE "S"   TO SW-BATCH
                  DISPLAY "batch mode, link against the headless   "
                  DISPLAY "  stub connector instead of agarcob     "
                  WHEN "J" MOVE "S"   TO SW-JSON
                  DISPLAY "JSON service build, link against the    "
                  DISPLAY "  agarjson connector instead of agarcob "
                  WHEN "l" MOVE "S"   TO SW-LITERALS
                  DISPLAY "list the translatable literals (.trn)   "
                  WHEN "o"
                  DISPLAY "generated artifacts are placed under "
                   FUNCTION TRIM(FILE-OUTDIR)
                  WHEN "e" MOVE "S"   TO SW-ERRFILE
                  DISPLAY "write a machine readable .err listing   "
                  WHEN "i" MOVE "S"   TO SW-INV
                  DISPLAY "write the widget inventory report (.inv)"
                  WHEN "k" MOVE "S"   TO SW-LINT
                  DISPLAY "audit the loaded dictionary first       "
                  WHEN "g" MOVE "S"   TO SW-MENU
                  DISPLAY "generate the menu dispatcher (with -m)  "
                  WHEN "z" MOVE "S"   TO SW-CONVERT
                  DISPLAY "convert a SCREEN SECTION program to a   "
                  DISPLAY "  first-cut GuiCOBOL screen source      "
                  WHEN "u" MOVE "S"   TO SW-COVER
                  DISPLAY "survey dictionary coverage (with -m)    "
                  WHEN "d" MOVE "S"   TO SW-DIFF
                  DISPLAY "diff the build against the previous .gui"
                  WHEN "r" MOVE "S"   TO SW-RECON
                           MOVE "S"   TO SW-LITERALS
                  DISPLAY "reconcile captions with the catalogs    "
                  WHEN "p" MOVE "S"   TO SW-STUBS
                  DISPLAY "generate stubs for orphan event programs"
                  WHEN "j" MOVE "S"   TO SW-TESTDATA
                  DISPLAY "generate test data from the record maps "
                  WHEN "n" MOVE "S"   TO SW-LOADER
                  DISPLAY "generate a bulk loader for every maintain"
                  WHEN "q" MOVE "S"   TO SW-RICONCILIA
                  DISPLAY "generate the SQL mirror reconciliation  "
                  WHEN "w" MOVE "S"   TO SW-LINEA
                  DISPLAY "survey the data lineage (with -m)       "
                  WHEN "C" MOVE "S"   TO SW-COMPAT
                  DISPLAY "check the verbs against every connector "
                  WHEN "M" MOVE "S"   TO SW-MANUAL
                  DISPLAY "write the operator manual pages (.html) "
                  WHEN "D"
                  DISPLAY "symbol defined for $ifdef variants      "
                  WHEN OTHER
                  DISPLAY "Bad argument in the command line:"
                    SW-OPTION(IND)
                  STOP RUN
                 END-EVALUATE

                END-PERFORM.



                IF SW-HELP = "S"
                 PERFORM HELP THRU EX-HELP
                 STOP RUN.

                IF SW-BATCH = "S"
                 MOVE "agarbatch"      TO AGAR-CONNECTOR.

                IF SW-JSON = "S"
                 MOVE "agarjson"       TO AGAR-CONNECTOR.
      *
      *  the conversion mode reads a legacy program, not a screen
      *  source: no dictionary is wanted there
      *
                IF SW-CONVERT = "S" GO TO EX-OPZIONI.

                PERFORM CARICA-DO THRU EX-CARICA-DO.

                IF SW-LINT = "S"
                 PERFORM LINT-DO THRU EX-LINT-DO.

                IF SW-COVER = "S"
                 PERFORM INDICE-COPERTURA
                    THRU EX-INDICE-COPERTURA.

        EX-OPZIONI.
                EXIT.

      *
      *  coverage survey (-u): every token of the loaded dictionary
      *  gets a counter, bumped each time a screen statement matches
      *  it, so the report at the end of the manifest build shows
      *  which of the thousands of entries the screens actually use
      *
        INDICE-COPERTURA.

                MOVE ZEROS TO CONTA-COPER.

                PERFORM VARYING IND FROM 1 BY 1
                 UNTIL IND > CONTA-INF
                 IF TAB-INF(IND)(1:1) = "#"
                  AND TAB-INF(IND)(2:1) NOT = "*"
                  PERFORM INDICE-UN-TOKEN THRU EX-INDICE-UN-TOKEN
                 END-IF
                END-PERFORM.

        EX-INDICE-COPERTURA.
                EXIT.

        INDICE-UN-TOKEN.

                MOVE SPACES TO COP-TOKEN.
                UNSTRING TAB-INF(IND)(2:) DELIMITED BY ALL SPACES
                 INTO COP-TOKEN
                END-UNSTRING.
                MOVE FUNCTION UPPER-CASE(COP-TOKEN) TO COP-TOKEN.

                IF COP-TOKEN = SPACES GO TO EX-INDICE-UN-TOKEN.

                PERFORM VARYING COP-I FROM 1 BY 1
                 UNTIL COP-I > CONTA-COPER
                 OR COP-NOME(COP-I) = COP-TOKEN
                 CONTINUE
                END-PERFORM.

                IF COP-I NOT > CONTA-COPER
                 GO TO EX-INDICE-UN-TOKEN.

                IF CONTA-COPER = 5000
                 DISPLAY "coverage: more than 5000 tokens, the "
                  "rest is not surveyed"
                 GO TO EX-INDICE-UN-TOKEN.

                ADD 1 TO CONTA-COPER.
                MOVE COP-TOKEN TO COP-NOME(CONTA-COPER).
                MOVE ZEROS     TO COP-CONTA(CONTA-COPER)
                                  COP-QUANTE-FONTI(CONTA-COPER).

        EX-INDICE-UN-TOKEN.
                EXIT.

        CONTA-COPERTURA.

                MOVE SPACES TO COP-TOKEN.
                UNSTRING DATI-DO(2:) DELIMITED BY ALL SPACES
                 INTO COP-TOKEN
                END-UNSTRING.
                MOVE FUNCTION UPPER-CASE(COP-TOKEN) TO COP-TOKEN.

                PERFORM VARYING COP-I FROM 1 BY 1
                 UNTIL COP-I > CONTA-COPER
                 OR COP-NOME(COP-I) = COP-TOKEN
                 CONTINUE
                END-PERFORM.

                IF COP-I > CONTA-COPER GO TO EX-CONTA-COPERTURA.

                ADD 1 TO COP-CONTA(COP-I).

                PERFORM VARYING COP-J FROM 1 BY 1
                 UNTIL COP-J > COP-QUANTE-FONTI(COP-I)
                 OR COP-FONTE(COP-I, COP-J) = FILE-IN(1:40)
                 CONTINUE
                END-PERFORM.

                IF COP-J > COP-QUANTE-FONTI(COP-I)
                 AND COP-QUANTE-FONTI(COP-I) < 4
                 ADD 1 TO COP-QUANTE-FONTI(COP-I)
                 MOVE FILE-IN(1:40)
                   TO COP-FONTE(COP-I, COP-QUANTE-FONTI(COP-I)).

        EX-CONTA-COPERTURA.
                EXIT.

        SCRIVI-COPERTURA.

                MOVE SPACES TO FILE-OUT.
                STRING FUNCTION TRIM(FILE-LIST) ".cov"
                 DELIMITED BY SIZE INTO FILE-OUT.

                OPEN OUTPUT ARK-OUT.

                IF STATUS-OUT NOT = "00"
                 DISPLAY "Unable to create coverage report: "
                  FUNCTION TRIM(FILE-OUT)
                 GO TO EX-SCRIVI-COPERTURA.

                MOVE SPACES TO REC-OUT.
                STRING "DICTIONARY COVERAGE FOR "
                 FUNCTION TRIM(FILE-LIST)
                 DELIMITED BY SIZE INTO DATI-OUT.
                WRITE REC-OUT.
                MOVE SPACES TO REC-OUT.
                WRITE REC-OUT.
                MOVE "TOKEN" TO DATI-OUT(1:30).
                MOVE "MATCHES" TO DATI-OUT(32:8).
                MOVE "SOURCES" TO DATI-OUT(41:8).
                WRITE REC-OUT.

                MOVE ZEROS TO COP-MAI.

                PERFORM VARYING COP-I FROM 1 BY 1
                 UNTIL COP-I > CONTA-COPER
                 IF COP-CONTA(COP-I) > ZEROS
                  PERFORM SCRIVI-COP-RIGA THRU EX-SCRIVI-COP-RIGA
                 ELSE
                  ADD 1 TO COP-MAI
                 END-IF
                END-PERFORM.

                MOVE SPACES TO REC-OUT.
                WRITE REC-OUT.
                MOVE "TOKENS NEVER MATCHED" TO DATI-OUT.
                WRITE REC-OUT.

                PERFORM VARYING COP-I FROM 1 BY 1
                 UNTIL COP-I > CONTA-COPER
                 IF COP-CONTA(COP-I) = ZEROS
                  MOVE SPACES TO REC-OUT
                  MOVE COP-NOME(COP-I) TO DATI-OUT(1:30)
                  WRITE REC-OUT
                 END-IF
                END-PERFORM.

                MOVE SPACES TO REC-OUT.
                WRITE REC-OUT.
                MOVE CONTA-COPER TO COP-EDIT.
                MOVE SPACES TO REC-OUT.
                STRING FUNCTION TRIM(COP-EDIT) " token(s), "
                 DELIMITED BY SIZE INTO DATI-OUT.
                MOVE COP-MAI TO COP-EDIT.
                MOVE SPACES TO STRINGA2.
                STRING FUNCTION TRIM(DATI-OUT) " "
                 FUNCTION TRIM(COP-EDIT) " never matched"
                 DELIMITED BY SIZE INTO STRINGA2.
                MOVE STRINGA2 TO DATI-OUT.
                WRITE REC-OUT.

                CLOSE ARK-OUT.

                DISPLAY "Coverage report written: "
                 FUNCTION TRIM(FILE-OUT).

        EX-SCRIVI-COPERTURA.
                EXIT.

        SCRIVI-COP-RIGA.

                MOVE SPACES TO REC-OUT.
                MOVE COP-NOME(COP-I)  TO DATI-OUT(1:30).
                MOVE COP-CONTA(COP-I) TO COP-EDIT.
                MOVE COP-EDIT         TO DATI-OUT(32:7).

                MOVE 41 TO IND1.
                PERFORM VARYING COP-J FROM 1 BY 1
                 UNTIL COP-J > COP-QUANTE-FONTI(COP-I)
                 OR IND1 > 210
                 STRING FUNCTION TRIM(COP-FONTE(COP-I, COP-J)) " "
                  DELIMITED BY SIZE INTO DATI-OUT
                  WITH POINTER IND1
                 END-STRING
                END-PERFORM.

                IF COP-QUANTE-FONTI(COP-I) = 4
                 AND IND1 < 210
                 STRING "..." DELIMITED BY SIZE INTO DATI-OUT
                  WITH POINTER IND1
                 END-STRING.

                WRITE REC-OUT.

        EX-SCRIVI-COP-RIGA.
                EXIT.

      *
      *  data lineage survey (-w): a screen names its data stores in
      *  agar-text right before the verb that reaches them, and the
      *  record map in agar-value, so the last literal moved to each
      *  is remembered and bound to the verb when it comes; maintain
      *  carries file and record on the statement itself.  a store
      *  named through a data item instead of a literal is listed
      *  with the item name in brackets
      *
        NOTA-LINEA.

                IF SW-LIST NOT = "S" GO TO EX-NOTA-LINEA.

                IF FUNCTION UPPER-CASE(PARAMETRO(1)) = "MAINTAIN"
                 AND CONTA-PARAM > 5
                 MOVE "FILE"       TO LIN-TIPO
                 MOVE "RW"         TO LIN-ACCESSO
                 MOVE "maintain"   TO LIN-VERBO
                 MOVE PARAMETRO(6) TO LIN-PAROLA
                 PERFORM LINEA-NOME THRU EX-LINEA-NOME
                 MOVE SPACES       TO LIN-MAPPA
                 STRING FUNCTION TRIM(PARAMETRO(2)(1:24)) "-mappa"
                  DELIMITED BY SIZE INTO LIN-MAPPA
                 PERFORM LINEA-REGISTRA THRU EX-LINEA-REGISTRA
                 MOVE SPACES       TO LIN-PAROLA
                 STRING FUNCTION TRIM(LIN-NOME) ".his"
                  DELIMITED BY SIZE INTO LIN-PAROLA
                 MOVE LIN-PAROLA   TO LIN-NOME
                 PERFORM LINEA-REGISTRA THRU EX-LINEA-REGISTRA
                 PERFORM VARYING LIN-I FROM 7 BY 1
                  UNTIL LIN-I + 5 > CONTA-PARAM
                  OR FUNCTION UPPER-CASE(PARAMETRO(LIN-I)) = "LINES"
                  CONTINUE
                 END-PERFORM
                 IF LIN-I + 5 NOT > CONTA-PARAM
                  MOVE PARAMETRO(LIN-I + 5) TO LIN-PAROLA
                  PERFORM LINEA-NOME THRU EX-LINEA-NOME
                  MOVE SPACES        TO LIN-MAPPA
                  STRING FUNCTION TRIM(PARAMETRO(LIN-I + 1)(1:24))
                   "-mappa"
                   DELIMITED BY SIZE INTO LIN-MAPPA
                  PERFORM LINEA-REGISTRA THRU EX-LINEA-REGISTRA
                 END-IF
                 GO TO EX-NOTA-LINEA.

                IF FUNCTION UPPER-CASE(PARAMETRO(1)) NOT = "MOVE"
                 GO TO EX-NOTA-LINEA.

                PERFORM VARYING LIN-I FROM 3 BY 1
                 UNTIL LIN-I > CONTA-PARAM
                 OR FUNCTION UPPER-CASE(PARAMETRO(LIN-I)) = "TO"
                 CONTINUE
                END-PERFORM.

                PERFORM VARYING LIN-I FROM LIN-I BY 1
                 UNTIL LIN-I > CONTA-PARAM
                 EVALUATE FUNCTION UPPER-CASE(PARAMETRO(LIN-I))
                  WHEN "AGAR-TEXT"
                   MOVE PARAMETRO(2) TO LIN-TESTO
                  WHEN "AGAR-VALUE"
                   MOVE PARAMETRO(2) TO LIN-VALORE
                 END-EVALUATE
                END-PERFORM.

        EX-NOTA-LINEA.
                EXIT.

        LINEA-INVOKE.

                IF SW-LINEA NOT = "S" OR SW-LIST NOT = "S"
                 GO TO EX-LINEA-INVOKE.

                MOVE FUNCTION LOWER-CASE(ISTRUZIONE(1:16))
                  TO LIN-VERBO.

                EVALUATE LIN-VERBO
                 WHEN "loadtable"
                 WHEN "browse-open"
                  MOVE "FILE"     TO LIN-TIPO
                  MOVE "R"        TO LIN-ACCESSO
                 WHEN "savetable"
                  MOVE "FILE"     TO LIN-TIPO
                  MOVE "W"        TO LIN-ACCESSO
                 WHEN "sql-select"
                 WHEN "sql-fetch"
                  MOVE "TABLE"    TO LIN-TIPO
                  MOVE "R"        TO LIN-ACCESSO
                 WHEN "sql-apply"
                  MOVE "TABLE"    TO LIN-TIPO
                  MOVE "W"        TO LIN-ACCESSO
                 WHEN "register-record"
                  MOVE "MESSAGE"  TO LIN-TIPO
                  MOVE "RW"       TO LIN-ACCESSO
                 WHEN "receive-record"
                  MOVE "MESSAGE"  TO LIN-TIPO
                  MOVE "R"        TO LIN-ACCESSO
                 WHEN "send-record"
                  MOVE "MESSAGE"  TO LIN-TIPO
                  MOVE "W"        TO LIN-ACCESSO
                 WHEN "http-get"
                  MOVE "ENDPOINT" TO LIN-TIPO
                  MOVE "R"        TO LIN-ACCESSO
                 WHEN "http-post"
                  MOVE "ENDPOINT" TO LIN-TIPO
                  MOVE "W"        TO LIN-ACCESSO
                 WHEN OTHER
                  GO TO EX-LINEA-INVOKE
                END-EVALUATE.

                MOVE LIN-TESTO TO LIN-PAROLA.
                PERFORM LINEA-NOME THRU EX-LINEA-NOME.
      *
      *  a query names its table after FROM
      *
                IF LIN-VERBO = "sql-select" OR LIN-VERBO = "sql-fetch"
                 MOVE ZEROS TO LIN-I
                 INSPECT FUNCTION UPPER-CASE(LIN-NOME)
                  TALLYING LIN-I FOR CHARACTERS BEFORE INITIAL " FROM "
                 IF LIN-I < 120
                  MOVE SPACES TO LIN-PAROLA
                  UNSTRING LIN-NOME(LIN-I + 7:)
                   DELIMITED BY ALL SPACES OR "," OR ";" OR ")"
                   INTO LIN-PAROLA
                  END-UNSTRING
                  MOVE LIN-PAROLA TO LIN-NOME
                 END-IF
                END-IF.

                MOVE SPACES TO LIN-MAPPA.
                MOVE ZEROS  TO LIN-I.
                INSPECT FUNCTION UPPER-CASE(LIN-VALORE)
                 TALLYING LIN-I FOR ALL "-MAPPA".
                IF LIN-I > ZEROS
                 MOVE LIN-VALORE TO LIN-MAPPA.

                PERFORM LINEA-REGISTRA THRU EX-LINEA-REGISTRA.

        EX-LINEA-INVOKE.
                EXIT.

        LINEA-NOME.

                MOVE SPACES TO LIN-NOME.

                EVALUATE TRUE
                 WHEN LIN-PAROLA = SPACES
                  MOVE "(unknown)" TO LIN-NOME
                 WHEN LIN-PAROLA(1:1) = '"'
                  UNSTRING LIN-PAROLA(2:) DELIMITED BY '"'
                   INTO LIN-NOME
                  END-UNSTRING
                 WHEN OTHER
                  STRING "(" FUNCTION TRIM(LIN-PAROLA) ")"
                   DELIMITED BY SIZE INTO LIN-NOME
                  END-STRING
                END-EVALUATE.

        EX-LINEA-NOME.
                EXIT.

        LINEA-REGISTRA.

                PERFORM VARYING LIN-J FROM 1 BY 1
                 UNTIL LIN-J > CONTA-LINEA
                 OR (LNA-SCHERMO(LIN-J) = NOME-PROGRAMMA
                 AND LNA-TIPO(LIN-J)    = LIN-TIPO
                 AND LNA-NOME(LIN-J)    = LIN-NOME
                 AND LNA-ACCESSO(LIN-J) = LIN-ACCESSO
                 AND LNA-MAPPA(LIN-J)   = LIN-MAPPA
                 AND LNA-VERBO(LIN-J)   = LIN-VERBO)
                 CONTINUE
                END-PERFORM.

                IF LIN-J NOT > CONTA-LINEA GO TO EX-LINEA-REGISTRA.

                IF CONTA-LINEA = 2000
                 DISPLAY "lineage: more than 2000 uses, the rest is "
                  "not surveyed"
                 GO TO EX-LINEA-REGISTRA.

                ADD 1 TO CONTA-LINEA.
                MOVE NOME-PROGRAMMA TO LNA-SCHERMO(CONTA-LINEA).
                MOVE LIN-TIPO       TO LNA-TIPO(CONTA-LINEA).
                MOVE LIN-NOME       TO LNA-NOME(CONTA-LINEA).
                MOVE LIN-ACCESSO    TO LNA-ACCESSO(CONTA-LINEA).
                MOVE LIN-MAPPA      TO LNA-MAPPA(CONTA-LINEA).
                MOVE LIN-VERBO      TO LNA-VERBO(CONTA-LINEA).
                MOVE SPACE          TO LNA-FATTO(CONTA-LINEA).

        EX-LINEA-REGISTRA.
                EXIT.

      *
      *  the report: first per screen in manifest order, then per
      *  data store with the screens reading and writing it
      *
        SCRIVI-LINEA.

                MOVE SPACES TO FILE-OUT.
                STRING FUNCTION TRIM(FILE-LIST) ".lin"
                 DELIMITED BY SIZE INTO FILE-OUT.

                OPEN OUTPUT ARK-OUT.

                IF STATUS-OUT NOT = "00"
                 DISPLAY "Unable to create lineage report: "
                  FUNCTION TRIM(FILE-OUT)
                 GO TO EX-SCRIVI-LINEA.

                MOVE SPACES TO REC-OUT.
                STRING "DATA LINEAGE FOR "
                 FUNCTION TRIM(FILE-LIST)
                 DELIMITED BY SIZE INTO DATI-OUT.
                WRITE REC-OUT.
                MOVE SPACES TO REC-OUT.
                WRITE REC-OUT.
                MOVE "BY SCREEN" TO DATI-OUT.
                WRITE REC-OUT.
                MOVE SPACES TO REC-OUT.
                MOVE "SCREEN"     TO DATI-OUT(1:32).
                MOVE "ACCESS"     TO DATI-OUT(34:10).
                MOVE "KIND"       TO DATI-OUT(45:8).
                MOVE "DATA STORE" TO DATI-OUT(54:50).
                MOVE "RECORD MAP" TO DATI-OUT(105:30).
                MOVE "VERB"       TO DATI-OUT(136:16).
                WRITE REC-OUT.

                PERFORM VARYING LIN-I FROM 1 BY 1
                 UNTIL LIN-I > CONTA-LINEA
                 IF LIN-I > 1
                  AND LNA-SCHERMO(LIN-I) NOT = LNA-SCHERMO(LIN-I - 1)
                  MOVE SPACES TO REC-OUT
                  WRITE REC-OUT
                 END-IF
                 MOVE SPACES TO REC-OUT
                 MOVE LNA-SCHERMO(LIN-I) TO DATI-OUT(1:32)
                 MOVE LIN-I TO LIN-K
                 PERFORM LINEA-DETTAGLIO THRU EX-LINEA-DETTAGLIO
                 MOVE LNA-TIPO(LIN-I)    TO DATI-OUT(45:8)
                 MOVE LNA-NOME(LIN-I)    TO DATI-OUT(54:50)
                 WRITE REC-OUT
                END-PERFORM.

                MOVE SPACES TO REC-OUT.
                WRITE REC-OUT.
                MOVE "BY DATA STORE" TO DATI-OUT.
                WRITE REC-OUT.
                MOVE SPACES TO REC-OUT.
                MOVE "KIND"       TO DATI-OUT(1:8).
                MOVE "DATA STORE" TO DATI-OUT(10:80).
                WRITE REC-OUT.
                MOVE SPACES TO REC-OUT.
                MOVE "SCREEN"     TO DATI-OUT(1:32).
                MOVE "ACCESS"     TO DATI-OUT(34:10).
                MOVE "RECORD MAP" TO DATI-OUT(105:30).
                MOVE "VERB"       TO DATI-OUT(136:16).
                WRITE REC-OUT.

                MOVE ZEROS TO LIN-ARCHIVI.

                PERFORM VARYING LIN-I FROM 1 BY 1
                 UNTIL LIN-I > CONTA-LINEA
                 IF LNA-FATTO(LIN-I) NOT = "S"
                  PERFORM LINEA-ARCHIVIO THRU EX-LINEA-ARCHIVIO
                 END-IF
                END-PERFORM.

                MOVE SPACES TO REC-OUT.
                WRITE REC-OUT.
                MOVE LIN-ARCHIVI TO LIN-EDIT.
                MOVE CONTA-SCHERMI TO LIN-EDIT2.
                STRING FUNCTION TRIM(LIN-EDIT) " data store(s) used by "
                 FUNCTION TRIM(LIN-EDIT2) " screen(s) of the manifest"
                 DELIMITED BY SIZE INTO DATI-OUT.
                WRITE REC-OUT.

                CLOSE ARK-OUT.

                DISPLAY "Lineage report written: "
                 FUNCTION TRIM(FILE-OUT).

        EX-SCRIVI-LINEA.
                EXIT.

      *
      *  one data store with every use of it, then who reads it and
      *  who writes it in figures
      *
        LINEA-ARCHIVIO.

                ADD 1 TO LIN-ARCHIVI.
                MOVE ZEROS  TO LIN-LETTORI LIN-SCRITTORI.
                MOVE SPACES TO LIN-ULTIMO-LETTORE LIN-ULTIMO-SCRITTORE.

                MOVE SPACES TO REC-OUT.
                WRITE REC-OUT.
                MOVE LNA-TIPO(LIN-I) TO DATI-OUT(1:8).
                MOVE LNA-NOME(LIN-I) TO DATI-OUT(10:80).
                WRITE REC-OUT.

                PERFORM VARYING LIN-J FROM LIN-I BY 1
                 UNTIL LIN-J > CONTA-LINEA
                 IF LNA-TIPO(LIN-J) = LNA-TIPO(LIN-I)
                  AND LNA-NOME(LIN-J) = LNA-NOME(LIN-I)
                  MOVE "S" TO LNA-FATTO(LIN-J)
                  IF LNA-ACCESSO(LIN-J) NOT = "W"
                   AND LNA-SCHERMO(LIN-J) NOT = LIN-ULTIMO-LETTORE
                   ADD 1 TO LIN-LETTORI
                   MOVE LNA-SCHERMO(LIN-J) TO LIN-ULTIMO-LETTORE
                  END-IF
                  IF LNA-ACCESSO(LIN-J) NOT = "R"
                   AND LNA-SCHERMO(LIN-J) NOT = LIN-ULTIMO-SCRITTORE
                   ADD 1 TO LIN-SCRITTORI
                   MOVE LNA-SCHERMO(LIN-J) TO LIN-ULTIMO-SCRITTORE
                  END-IF
                  MOVE SPACES TO REC-OUT
                  MOVE LNA-SCHERMO(LIN-J) TO DATI-OUT(1:32)
                  MOVE LIN-J TO LIN-K
                  PERFORM LINEA-DETTAGLIO THRU EX-LINEA-DETTAGLIO
                  WRITE REC-OUT
                 END-IF
                END-PERFORM.

                MOVE SPACES TO REC-OUT.
                MOVE LIN-LETTORI   TO LIN-EDIT.
                MOVE LIN-SCRITTORI TO LIN-EDIT2.
                STRING "read by " FUNCTION TRIM(LIN-EDIT)
                 " screen(s), written by " FUNCTION TRIM(LIN-EDIT2)
                 DELIMITED BY SIZE INTO DATI-OUT(34:).
                WRITE REC-OUT.

        EX-LINEA-ARCHIVIO.
                EXIT.

        LINEA-DETTAGLIO.

                EVALUATE LNA-ACCESSO(LIN-K)
                 WHEN "R"
                  MOVE "read"       TO DATI-OUT(34:10)
                 WHEN "W"
                  MOVE "write"      TO DATI-OUT(34:10)
                 WHEN OTHER
                  MOVE "read/write" TO DATI-OUT(34:10)
                END-EVALUATE.

                MOVE LNA-MAPPA(LIN-K) TO DATI-OUT(105:30).
                MOVE LNA-VERBO(LIN-K) TO DATI-OUT(136:16).

        EX-LINEA-DETTAGLIO.
                EXIT.

        CARICA-DO.

                OPEN INPUT ARK-DO.

                IF STATUS-DO NOT = "00"
                 DISPLAY "Unable to open dictionary: "
                  FUNCTION TRIM(FILE-DO)
                 MOVE "Y" TO EXIT-WITH-ERRORS
                 STOP RUN
                END-IF.

                MOVE ZEROS  TO CONTA-INF.
                MOVE SPACES TO EOF-DO.

                PERFORM UNTIL EOF-DO = "S"

                 READ ARK-DO NEXT RECORD AT END
                  MOVE "S" TO EOF-DO
                 END-READ

                 IF EOF-DO NOT = "S"
                  ADD 1 TO CONTA-INF
                  IF CONTA-INF > MAX-INF
                   DISPLAY "guicobol.inf has grown past " MAX-INF
                           " lines, raise MAX-INF"
                   STOP RUN
                  END-IF
                  MOVE DATI-DO TO TAB-INF(CONTA-INF)
                 END-IF

                END-PERFORM.

                CLOSE ARK-DO.

                MOVE SPACES TO EOF-DO.

                PERFORM CARICA-USR THRU EX-CARICA-USR.

        EX-CARICA-DO.
                EXIT.

      *
      *  layered site dictionary: after the vendor file an optional
      *  guicobol.usr (or the guicobol_usr override) is read; a token
      *  defined there again replaces the vendor one, a new token is
      *  added, and a "$USE token" line inside a site template splices
      *  the template of an existing token in, so composite site verbs
      *  like addcurrencyfield are written once
      *
        CARICA-USR.

                ACCEPT FILE-USR FROM ENVIRONMENT "guicobol_usr"
                 END-ACCEPT.

                IF FILE-USR = SPACES
                 MOVE "guicobol.usr" TO FILE-USR.

                MOVE FILE-USR TO FILE-DO.

                OPEN INPUT ARK-DO.

                IF STATUS-DO NOT = "00" GO TO EX-CARICA-USR.

                IF SW-VERBOSE = "S"
                 DISPLAY "Loading site dictionary: "
                  FUNCTION TRIM(FILE-USR).

                MOVE SPACES TO EOF-DO.

                PERFORM UNTIL EOF-DO = "S"

                 READ ARK-DO NEXT RECORD AT END
                  MOVE "S" TO EOF-DO
                 END-READ

                 IF EOF-DO NOT = "S"
                  PERFORM RIGA-USR THRU EX-RIGA-USR
                 END-IF

                END-PERFORM.

                CLOSE ARK-DO.

                MOVE SPACES TO EOF-DO.

        EX-CARICA-USR.
                EXIT.

        RIGA-USR.

                IF DATI-DO(1:1) = "#"
                 PERFORM SPEGNI-VENDOR THRU EX-SPEGNI-VENDOR.

                IF FUNCTION UPPER-CASE(DATI-DO(1:5)) = "$USE "
                 PERFORM ESPANDI-USE THRU EX-ESPANDI-USE
                 GO TO EX-RIGA-USR.

                PERFORM APPENDI-INF THRU EX-APPENDI-INF.

        EX-RIGA-USR.
                EXIT.

        APPENDI-INF.

                IF CONTA-INF NOT < MAX-INF
                 DISPLAY "guicobol.inf has grown past " MAX-INF
                         " lines, raise MAX-INF"
                 STOP RUN.

                ADD 1 TO CONTA-INF.
                MOVE DATI-DO TO TAB-INF(CONTA-INF).

        EX-APPENDI-INF.
                EXIT.

      *
      *  a vendor token defined again by the site loses its "#" so
      *  the dictionary search only finds the site one; the dead
      *  line still stops the template scan of the token before it
      *
        SPEGNI-VENDOR.

                MOVE SPACES TO USR-NOME.
                UNSTRING DATI-DO(2:) DELIMITED BY ALL SPACES
                 INTO USR-NOME
                END-UNSTRING.
                MOVE FUNCTION UPPER-CASE(USR-NOME) TO USR-NOME.

                IF USR-NOME = SPACES GO TO EX-SPEGNI-VENDOR.

                PERFORM VARYING USR-PUNTO FROM 1 BY 1
                 UNTIL USR-PUNTO > CONTA-INF

                 IF TAB-INF(USR-PUNTO)(1:1) = "#"
                  MOVE SPACES TO USR-NOME2
                  UNSTRING TAB-INF(USR-PUNTO)(2:)
                   DELIMITED BY ALL SPACES INTO USR-NOME2
                  END-UNSTRING
                  IF FUNCTION UPPER-CASE(USR-NOME2) = USR-NOME
                   MOVE TAB-INF(USR-PUNTO) TO LINT-RIGA
                   MOVE SPACES TO TAB-INF(USR-PUNTO)
                   STRING "#*" DELIMITED BY SIZE
                          LINT-RIGA(2:470) DELIMITED BY SIZE
                          INTO TAB-INF(USR-PUNTO)
                   END-STRING
                  END-IF
                 END-IF

                END-PERFORM.

        EX-SPEGNI-VENDOR.
                EXIT.

        ESPANDI-USE.

                MOVE SPACES TO USR-NOME.
                UNSTRING DATI-DO(6:) DELIMITED BY ALL SPACES
                 INTO USR-NOME
                END-UNSTRING.
                MOVE FUNCTION UPPER-CASE(USR-NOME) TO USR-NOME.

                MOVE ZEROS TO USR-PUNTO.
                PERFORM VARYING IND2 FROM 1 BY 1
                 UNTIL IND2 > CONTA-INF OR USR-PUNTO > ZEROS
                 IF TAB-INF(IND2)(1:1) = "#"
                  MOVE SPACES TO USR-NOME2
                  UNSTRING TAB-INF(IND2)(2:)
                   DELIMITED BY ALL SPACES INTO USR-NOME2
                  END-UNSTRING
                  IF FUNCTION UPPER-CASE(USR-NOME2) = USR-NOME
                   MOVE IND2 TO USR-PUNTO
                  END-IF
                 END-IF
                END-PERFORM.

                IF USR-PUNTO = ZEROS
                 DISPLAY "site dictionary: $USE of unknown token "
                  FUNCTION TRIM(USR-NOME)
                 MOVE "Y" TO EXIT-WITH-ERRORS
                 GO TO EX-ESPANDI-USE.

                MOVE CONTA-INF TO USR-LIMITE.

                PERFORM VARYING IND2 FROM USR-PUNTO BY 1
                 UNTIL IND2 = USR-LIMITE
                 OR TAB-INF(IND2 + 1)(1:1) = "#"
                 MOVE TAB-INF(IND2 + 1) TO DATI-DO
                 PERFORM APPENDI-INF THRU EX-APPENDI-INF
                END-PERFORM.

        EX-ESPANDI-USE.
                EXIT.

      *
      *  audit of the loaded dictionary (-k): every defect is shown
      *  with its dictionary line number, before any screen is
      *  translated with it
      *
        LINT-DO.

                MOVE ZEROS  TO LINT-DIFETTI CONTA-NOMI-LINT.
                MOVE SPACES TO LINT-TOKEN.
                MOVE SPACE  TO LINT-APERTO.

                PERFORM VARYING IND FROM 1 BY 1
                 UNTIL IND > CONTA-INF
                 MOVE TAB-INF(IND) TO LINT-RIGA
                 PERFORM LINT-RIGA-DO THRU EX-LINT-RIGA-DO
                END-PERFORM.

                IF LINT-APERTO = "S" AND LINT-TEMPLATE NOT = "S"
                 PERFORM LINT-SENZA-TEMPLATE
                    THRU EX-LINT-SENZA-TEMPLATE.

                IF LINT-DIFETTI = ZEROS
                 DISPLAY "Dictionary audit: no defects found"
                ELSE
                 DISPLAY "Dictionary audit: " LINT-DIFETTI
                  " defect(s) found, nothing translated"
                 MOVE "Y" TO EXIT-WITH-ERRORS
                 MOVE 1   TO RETURN-CODE
                 STOP RUN
                END-IF.

        EX-LINT-DO.
                EXIT.

        LINT-RIGA-DO.

                IF LINT-RIGA = SPACES GO TO EX-LINT-RIGA-DO.
                IF LINT-RIGA(1:1) = "*" GO TO EX-LINT-RIGA-DO.

                IF LINT-RIGA(1:1) = "#"
                 PERFORM LINT-NUOVO-TOKEN THRU EX-LINT-NUOVO-TOKEN
                 GO TO EX-LINT-RIGA-DO.

                IF LINT-APERTO NOT = "S"
                 ADD 1 TO LINT-DIFETTI
                 DISPLAY "dictionary line " IND
                  ": template line outside any token"
                 GO TO EX-LINT-RIGA-DO.

                MOVE "S" TO LINT-TEMPLATE.

                PERFORM LINT-MACRO THRU EX-LINT-MACRO.

        EX-LINT-RIGA-DO.
                EXIT.

        LINT-NUOVO-TOKEN.

                IF LINT-APERTO = "S" AND LINT-TEMPLATE NOT = "S"
                 PERFORM LINT-SENZA-TEMPLATE
                    THRU EX-LINT-SENZA-TEMPLATE.

                MOVE "S"    TO LINT-APERTO.
                MOVE SPACE  TO LINT-TEMPLATE.
                MOVE SPACES TO LINT-TOKEN.

                UNSTRING LINT-RIGA(2:) DELIMITED BY ALL SPACES
                 INTO LINT-TOKEN
                END-UNSTRING.

                MOVE FUNCTION UPPER-CASE(LINT-TOKEN) TO LINT-TOKEN.
      *
      *  the MAX= bound of the token, for the $PARAM checks
      *
                MOVE ZEROS TO LINT-MAX.
                MOVE ZEROS TO IND2.
                INSPECT LINT-RIGA TALLYING IND2 FOR ALL "MAX=".
                IF IND2 > ZEROS
                 MOVE SPACES TO LINT-ARG
                 UNSTRING LINT-RIGA DELIMITED BY "MAX="
                  INTO LINT-ARG LINT-ARG
                 END-UNSTRING
                 IF LINT-ARG(1:2) NUMERIC
                  MOVE LINT-ARG(1:2) TO LINT-MAX
                 ELSE
                  IF LINT-ARG(1:1) NUMERIC
                   MOVE ZEROS         TO LINT-MAX
                   MOVE LINT-ARG(1:1) TO LINT-MAX(2:1)
                  ELSE
                   ADD 1 TO LINT-DIFETTI
                   DISPLAY "dictionary line " IND
                    ": MAX= of " FUNCTION TRIM(LINT-TOKEN)
                    " is not numeric"
                  END-IF
                 END-IF
                END-IF.

                IF LINT-MAX = ZEROS MOVE 50 TO LINT-MAX.
      *
      *  twice defined token names
      *
                PERFORM VARYING IND2 FROM 1 BY 1
                 UNTIL IND2 > CONTA-NOMI-LINT
                 OR NOME-LINT(IND2) = LINT-TOKEN
                 CONTINUE
                END-PERFORM.

                IF IND2 NOT > CONTA-NOMI-LINT
                 ADD 1 TO LINT-DIFETTI
                 DISPLAY "dictionary line " IND ": token "
                  FUNCTION TRIM(LINT-TOKEN) " is defined twice"
                ELSE
                 IF CONTA-NOMI-LINT < 300
                  ADD 1 TO CONTA-NOMI-LINT
                  MOVE LINT-TOKEN TO NOME-LINT(CONTA-NOMI-LINT)
                 END-IF
                END-IF.

        EX-LINT-NUOVO-TOKEN.
                EXIT.

        LINT-SENZA-TEMPLATE.

                ADD 1 TO LINT-DIFETTI.
                DISPLAY "dictionary: token "
                 FUNCTION TRIM(LINT-TOKEN)
                 " has no template lines".

        EX-LINT-SENZA-TEMPLATE.
                EXIT.

        LINT-MACRO.

                MOVE ZEROS TO IND2.
                INSPECT LINT-RIGA TALLYING IND2 FOR ALL "$".

                IF IND2 = ZEROS
                 PERFORM LINT-COLONNA-72 THRU EX-LINT-COLONNA-72
                 GO TO EX-LINT-MACRO.

                MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(LINT-RIGA))
                  TO LINT-RIGA.

                EVALUATE TRUE
                 WHEN LINT-RIGA(1:7) = "$PARAM("
                  PERFORM LINT-INDICE THRU EX-LINT-INDICE
                 WHEN LINT-RIGA(1:7) = "$COLOR("
                  PERFORM LINT-INDICE THRU EX-LINT-INDICE
                 WHEN LINT-RIGA(1:4) = "$DOT"
                 WHEN LINT-RIGA(1:10) = "$STATEMENT"
                 WHEN LINT-RIGA(1:10) = "$CONNECTOR"
                  CONTINUE
                 WHEN OTHER
                  ADD 1 TO LINT-DIFETTI
                  DISPLAY "dictionary line " IND
                   ": unknown $-macro "
                   LINT-RIGA(1:20)
                END-EVALUATE.

        EX-LINT-MACRO.
                EXIT.

        LINT-INDICE.

                MOVE SPACES TO LINT-ARG.
                UNSTRING LINT-RIGA DELIMITED BY "("
                 INTO LINT-ARG LINT-ARG
                END-UNSTRING.
                UNSTRING LINT-ARG DELIMITED BY ")"
                 INTO LINT-ARG
                END-UNSTRING.

                IF LINT-ARG(1:1) NOT NUMERIC
                 ADD 1 TO LINT-DIFETTI
                 DISPLAY "dictionary line " IND
                  ": index of " LINT-RIGA(1:7) ") is not numeric"
                 GO TO EX-LINT-INDICE.

                MOVE ZEROS TO LINT-NUM.
                IF LINT-ARG(2:1) NUMERIC
                 MOVE LINT-ARG(1:2) TO LINT-NUM
                ELSE
                 MOVE LINT-ARG(1:1) TO LINT-NUM(4:1)
                END-IF.

                IF LINT-NUM < 1 OR LINT-NUM > 50
                 ADD 1 TO LINT-DIFETTI
                 DISPLAY "dictionary line " IND
                  ": $PARAM index " LINT-NUM " is out of 1-50"
                 GO TO EX-LINT-INDICE.

                IF LINT-NUM > LINT-MAX
                 ADD 1 TO LINT-DIFETTI
                 DISPLAY "dictionary line " IND
                  ": $PARAM(" LINT-NUM ") is past the MAX="
                  LINT-MAX " bound of " FUNCTION TRIM(LINT-TOKEN).

        EX-LINT-INDICE.
                EXIT.

        LINT-COLONNA-72.

                PERFORM VARYING IND2 FROM 500 BY -1
                 UNTIL IND2 = ZEROS
                 OR LINT-RIGA(IND2:1) > SPACES
                 CONTINUE
                END-PERFORM.

                IF IND2 > 72
                 ADD 1 TO LINT-DIFETTI
                 DISPLAY "dictionary line " IND ": template text "
                  "would emit past column 72 in fixed format".

        EX-LINT-COLONNA-72.
                EXIT.

        DO-INVOKE.

                MOVE PARAMETRO(3) (2:) TO ISTRUZIONE.

                PERFORM VARYING IND FROM 1 BY 1 UNTIL IND >
                 LENGTH OF ISTRUZIONE
                 OR ISTRUZIONE(IND:1) = '"'
                 CONTINUE
                END-PERFORM.
                IF IND NOT > 40
                 AND ISTRUZIONE(IND:1) = '"'
                  MOVE SPACES TO ISTRUZIONE(IND:)
                   PERFORM CATTURA-INVOKE THRU EX-CATTURA-INVOKE
                   MOVE FUNCTION LOWER-CASE(ISTRUZIONE(1:20))
                     TO CMP-INVOKE
                   MOVE SPACE TO CMP-EMESSO
                   MOVE COUNT-LINE TO CMP-RIGA-INVOKE
                   PERFORM CERCA-DO    THRU EX-CERCA-DO
                   PERFORM NOTA-INVOKE-MUTO THRU EX-NOTA-INVOKE-MUTO
                   MOVE SPACES TO CMP-INVOKE
                   PERFORM INVENTARIO-INVOKE
                      THRU EX-INVENTARIO-INVOKE
                   PERFORM LINEA-INVOKE THRU EX-LINEA-INVOKE
                   PERFORM NOTA-EVENTO THRU EX-NOTA-EVENTO
                   PERFORM MANUALE-INVOKE THRU EX-MANUALE-INVOKE.

        EX-DO-INVOKE.
                EXIT.

        DO-IF.

                MOVE PARAMETRO(2) (2:) TO ISTRUZIONE.

                PERFORM VARYING IND FROM 1 BY 1 UNTIL IND >
                 LENGTH OF ISTRUZIONE
                 OR ISTRUZIONE(IND:1) = '"'
                 CONTINUE
                END-PERFORM.

                IF IND NOT > 40
                 AND ISTRUZIONE(IND:1) = '"'
                  MOVE SPACES TO ISTRUZIONE(IND:).

                PERFORM IF-GET         THRU EX-IF-GET.

                PERFORM VARYING IND FROM 5 BY 1 UNTIL IND > CONTA-PARAM
                MOVE PARAMETRO(IND)    TO   REC-OUT(13:)
                PERFORM SCRITTURA       THRU EX-SCRITTURA
                END-PERFORM.

        EX-DO-IF.
                EXIT.

        DO-GET.

                MOVE SPACES            TO STRINGA
                STRING "GET-" ISTRUZIONE DELIMITED BY SIZE INTO
                 STRINGA
                 MOVE STRINGA          TO ISTRUZIONE.

                PERFORM CERCA-DO       THRU EX-CERCA-DO.

        EX-DO-GET.
                EXIT.

        IF-GET.

                MOVE SPACES            TO STRINGA
                STRING "IF-GET-" ISTRUZIONE DELIMITED BY SIZE INTO
                 STRINGA
                 MOVE STRINGA          TO ISTRUZIONE.

                PERFORM CERCA-DO       THRU EX-CERCA-DO.

        EX-IF-GET.
                EXIT.

        DO-SET.

                MOVE SPACES            TO STRINGA
                STRING "SET-" ISTRUZIONE DELIMITED BY SIZE INTO
                 STRINGA
                 MOVE STRINGA          TO ISTRUZIONE.

                PERFORM CERCA-DO       THRU EX-CERCA-DO.

        EX-DO-SET.
                EXIT.
 
        CERCA-DO.


                MOVE SPACES TO EOF-DO DATI-DO.

                INITIALIZE TAB-FUNZIONE.
      *
      * get size of the INSTRUCTION...
      *

                PERFORM VARYING IND FROM LENGTH OF ISTRUZIONE
                 BY -1 UNTIL IND = ZERO
                   OR ISTRUZIONE(IND:1) > SPACES
                   CONTINUE
                END-PERFORM.
      * look for the single scecific token... hide" ---> hideform   take this for a mistake!
      *                                        hide "     hideform   skip since not match 
                
                ADD  1 to IND.
                
      *
      * istruzione is always checkd into upper-case
      *

                MOVE FUNCTION UPPER-CASE(ISTRUZIONE) TO ISTRUZIONE.

                 IF SW-VERBOSE = "S"
                  Display "Build "
                    FUNCTION TRIM(ISTRUZIONE) " " stringa(1:60).


                MOVE ZEROS  TO PUNTA-INF.
                MOVE SPACES TO EOF-DO.
      *
      * arrive to the #property/method declare section
      *

                PERFORM UNTIL EOF-DO = "S"
                 OR FUNCTION UPPER-CASE(DATI-DO(2:IND))
                                      = ISTRUZIONE(1:IND)

                 IF EOF-DO NOT = "S"
                 PERFORM READ-NEXT-DO THRU EX-READ-NEXT-DO
                 END-IF

                END-PERFORM.


                IF EOF-DO = "S"
                  PERFORM TOKEN-ERROR    THRU EX-TOKEN-ERROR.
      *
      *  here is located at #token line.. go ahead at the next valid...
      *
                 IF SW-VERBOSE = "S"
                  Display "found:" DATI-DO(2:78).

                IF SW-COVER = "S" AND EOF-DO NOT = "S"
                 PERFORM CONTA-COPERTURA THRU EX-CONTA-COPERTURA.

                IF EOF-DO NOT = "S"
                  AND FUNCTION UPPER-CASE(DATI-DO(2:IND))
                   = ISTRUZIONE(1:IND)
                   UNSTRING DATI-DO(2:)
                    DELIMITED BY ALL SPACES  INTO
                     USAGE-PARAM(1)
                     USAGE-PARAM(2)
                     USAGE-PARAM(3)
                     USAGE-PARAM(4)
                     USAGE-PARAM(5)
                     PERFORM VARYING IND FROM 1 BY 1 UNTIL IND > 5

                     MOVE FUNCTION UPPER-CASE(USAGE-PARAM(IND))
                                           TO USAGE-PARAM(IND)

                      MOVE ZERO TO IND1
                      INSPECT USAGE-PARAM(IND) TALLYING IND1
                       FOR ALL "MIN="
                       IF IND1 = 1
                        UNSTRING USAGE-PARAM(IND)
                        DELIMITED BY "MIN=" INTO DUMMY MIN-FUNZIONE
                       END-IF

                      MOVE ZERO TO IND1
                      INSPECT USAGE-PARAM(IND) TALLYING IND1
                       FOR ALL "MAX="
                       IF IND1 = 1
                        UNSTRING USAGE-PARAM(IND)
                        DELIMITED BY "MAX=" INTO DUMMY MAX-FUNZIONE
                      END-IF


                     END-PERFORM

                      IF MIN-FUNZIONE = ZEROS
                       MOVE MAX-FUNZIONE TO MIN-FUNZIONE
                      END-IF

                      IF MAX-FUNZIONE = ZEROS
                       MOVE MIN-FUNZIONE TO MAX-FUNZIONE
                      END-IF

                      IF MIN-FUNZIONE = ZERO
                       AND MAX-FUNZIONE = ZERO
                       MOVE 6          TO MIN-FUNZIONE MAX-FUNZIONE
                      END-IF

                      IF FUNCTION UPPER-CASE(PARAMETRO(1)) = "INVOKE"
                       AND ( CONTA-PARAM  < MIN-FUNZIONE )
                       AND MIN-FUNZIONE NOT = ZEROS

      ***** WARNING STEP..  the end of the source breaks the wait,
      ***** the parameter count check right after reports the token

                       PERFORM UNTIL CONTA-PARAM NOT < MIN-FUNZIONE
                        OR FINE-FILE = "S"

                       PERFORM UNSTRINGA-AGAIN THRU EX-UNSTRINGA-AGAIN

                       END-PERFORM

                      END-IF


                      IF FUNCTION UPPER-CASE(PARAMETRO(1)) = "INVOKE"
                       AND ( CONTA-PARAM  < MIN-FUNZIONE
                       OR CONTA-PARAM  > MAX-FUNZIONE )
                        DISPLAY "numero errato di parametri "
                         " per " USAGE-PARAM(1)
                         " " CONTA-PARAM " invece di " MIN-FUNZIONE
                                            " o " MAX-FUNZIONE
                        MOVE "E" TO ERR-SEV
                        MOVE SPACES TO ERR-MESSAGGIO
                        STRING "wrong parameter count for "
                         FUNCTION TRIM(USAGE-PARAM(1))
                         DELIMITED BY SIZE INTO ERR-MESSAGGIO
                        END-STRING
                        PERFORM SCRIVI-ERRORE THRU EX-SCRIVI-ERRORE
                       GO TO FINE-CERCA-DO
                      END-IF


                 PERFORM READ-NEXT-DO THRU EX-READ-NEXT-DO

      *
      *  and then manage the token by adding it inside the cobol source
      *  take care it runs processing something otherwise an error is
      *  occurred to we use the DONE-SOMETHING flag
      *

                 MOVE "N"    TO DONE-SOMETHING

                 PERFORM UNTIL EOF-DO = "S"

                 IF DATI-DO(1:1) = "#"
                  MOVE "S" TO EOF-DO
                  IF DONE-SOMETHING = "N"
                   PERFORM TOKEN-ERROR    THRU EX-TOKEN-ERROR
                  END-IF

                 END-IF

                 IF EOF-DO NOT = "S"
                  PERFORM MANAGE-TEMPLATE THRU EX-MANAGE-TEMPLATE
                 END-IF

                 IF EOF-DO NOT = "S"
                  PERFORM READ-NEXT-DO THRU EX-READ-NEXT-DO
                 END-IF

                END-PERFORM.

        FINE-CERCA-DO.

        EX-CERCA-DO.
               EXIT.
         
        ADDED-LINES.

                 IF CONTA-ORIGINALI > ZERO
                  PERFORM VARYING IND2 FROM 1 BY 1
                   UNTIL IND2 > CONTA-ORIGINALI
                   MOVE RIGA-ORIGINALE(IND2) TO REC-OUT
                   MOVE "*"                  TO REC-OUT(7:1)
                   IF SW-ANALYSIS NOT = "S"
                    WRITE REC-OUT
                   END-IF
                  END-PERFORM
                  MOVE SPACES          TO REC-OUT
                  GO TO EX-ADDED-LINES
                 END-IF.

                 move rec-in           to REC-OUT.
                 move "*"              to rec-out(7:1).
                 IF SW-ANALYSIS NOT = "S"
                  write rec-out
                 END-IF.
                 move spaces           to REC-OUT.
                 
        EX-ADDED-LINES.
               EXIT.

      *
      *  collect the quoted caption literals of the screen verbs so
      *  the language catalog can be kept complete (-l switch)
      *
        CATTURA-INVOKE.

                IF SW-LITERALS NOT = "S" OR OPENED-TRN NOT = "S"
                 GO TO EX-CATTURA-INVOKE.

                EVALUATE FUNCTION UPPER-CASE(ISTRUZIONE)
                 WHEN "ADDLABEL"
                 WHEN "ADDBUTTON"
                 WHEN "ADDBUTTONTO"
                 WHEN "ADDTOOLTO"
                 WHEN "ADDCHECK"
                 WHEN "ADDCHECKTO"
                 WHEN "ADDTEXT"
                 WHEN "ADDNUMERIC"
                 WHEN "ADDCOMBO"
                 WHEN "ADDDATE"
                 WHEN "ADDPASSWORD"
                 WHEN "ADDITEM"
                  CONTINUE
                 WHEN OTHER
                  GO TO EX-CATTURA-INVOKE
                END-EVALUATE.

                PERFORM VARYING IND2 FROM 4 BY 1
                 UNTIL IND2 > CONTA-PARAM
                 OR PARAMETRO(IND2)(1:1) = '"'
                 OR FUNCTION UPPER-CASE(PARAMETRO(IND2)(1:2)) = 'Z"'
                 CONTINUE
                END-PERFORM.

                IF IND2 > CONTA-PARAM GO TO EX-CATTURA-INVOKE.

                MOVE PARAMETRO(IND2) TO LITERALE.

                PERFORM SCRIVI-TRN THRU EX-SCRIVI-TRN.

        EX-CATTURA-INVOKE.
                EXIT.

        CATTURA-SET.

                IF SW-LITERALS NOT = "S" OR OPENED-TRN NOT = "S"
                 GO TO EX-CATTURA-SET.

                IF FUNCTION UPPER-CASE(ISTRUZIONE) NOT = "CAPTION"
                 GO TO EX-CATTURA-SET.

                PERFORM VARYING IND2 FROM 1 BY 1
                 UNTIL IND2 > LENGTH OF STRINGA2
                 OR STRINGA2(IND2:1) = '"'
                 CONTINUE
                END-PERFORM.

                IF IND2 > LENGTH OF STRINGA2 GO TO EX-CATTURA-SET.

                MOVE STRINGA2(IND2:) TO LITERALE.

                PERFORM SCRIVI-TRN THRU EX-SCRIVI-TRN.

        EX-CATTURA-SET.
                EXIT.

      *
      *  test data survey (-j): the "name" moves give the pointer
      *  variable to widget name mapping and the "validate" moves the
      *  rule wired to each of them, so the generated rows know which
      *  value should trip which rule
      *
        CATTURA-PROVE.

                IF SW-TESTDATA NOT = "S" AND SW-LOADER NOT = "S"
                 GO TO EX-CATTURA-PROVE.

                EVALUATE FUNCTION UPPER-CASE(ISTRUZIONE)
                 WHEN "NAME"
                 WHEN "VALIDATE"
                  CONTINUE
                 WHEN OTHER
                  GO TO EX-CATTURA-PROVE
                END-EVALUATE.

                PERFORM VARYING TD-I FROM 1 BY 1
                 UNTIL TD-I > CONTA-PARAM
                 OR FUNCTION UPPER-CASE(PARAMETRO(TD-I)) = "OF"
                 CONTINUE
                END-PERFORM.

                IF TD-I < CONTA-PARAM
                 MOVE PARAMETRO(TD-I + 1)(1:30) TO TD-VAR-QUI
                ELSE
                 GO TO EX-CATTURA-PROVE
                END-IF.

                MOVE PARAMETRO(2)(1:100) TO TD-REGOLA.
                INSPECT TD-REGOLA REPLACING ALL '"' BY SPACE.
                INSPECT TD-REGOLA REPLACING ALL "!" BY SPACE.
                MOVE FUNCTION TRIM(TD-REGOLA) TO TD-REGOLA.

                IF FUNCTION UPPER-CASE(ISTRUZIONE) = "NAME"
                 IF CONTA-WNOMI < 100
                  ADD 1 TO CONTA-WNOMI
                  MOVE TD-VAR-QUI      TO WN-VAR(CONTA-WNOMI)
                  MOVE TD-REGOLA(1:30) TO WN-NOME(CONTA-WNOMI)
                 END-IF
                ELSE
                 IF CONTA-REGOLE < 100
                  ADD 1 TO CONTA-REGOLE
                  MOVE TD-VAR-QUI TO RG-VAR(CONTA-REGOLE)
                  MOVE TD-REGOLA  TO RG-TESTO(CONTA-REGOLE)
                 END-IF
                END-IF.

        EX-CATTURA-PROVE.
                EXIT.

      *
      *  operator manual (-M): the fields and buttons the screen adds
      *  with the variable they come back in, the function keys it
      *  wires and the program each button or key calls
      *
        MANUALE-INVOKE.

                IF SW-MANUAL NOT = "S" GO TO EX-MANUALE-INVOKE.

                MOVE SPACES TO MAN-VAR MAN-PRIMO MAN-ULTIMO.
                MOVE ZEROS  TO MAN-QUOTATI.

                PERFORM VARYING IND2 FROM 4 BY 1
                 UNTIL IND2 > CONTA-PARAM
                 IF FUNCTION UPPER-CASE(PARAMETRO(IND2)) = "RETURNING"
                  AND IND2 < CONTA-PARAM
                  AND MAN-VAR = SPACES
                  MOVE PARAMETRO(IND2 + 1)(1:30) TO MAN-VAR
                 END-IF
                 IF PARAMETRO(IND2)(1:1) = '"'
                  OR FUNCTION UPPER-CASE(PARAMETRO(IND2)(1:2)) = 'Z"'
                  ADD 1 TO MAN-QUOTATI
                  IF MAN-QUOTATI = 1
                   MOVE PARAMETRO(IND2) TO MAN-PRIMO
                  END-IF
                  MOVE PARAMETRO(IND2) TO MAN-ULTIMO
                 END-IF
                END-PERFORM.

                MOVE MAN-PRIMO  TO MAN-TESTO.
                PERFORM MAN-SPOGLIA THRU EX-MAN-SPOGLIA.
                MOVE MAN-TESTO  TO MAN-PRIMO.
                MOVE MAN-ULTIMO TO MAN-TESTO.
                PERFORM MAN-SPOGLIA THRU EX-MAN-SPOGLIA.
                MOVE MAN-TESTO  TO MAN-ULTIMO.
                IF MAN-QUOTATI < 2
                 MOVE SPACES TO MAN-ULTIMO.

                EVALUATE FUNCTION UPPER-CASE(ISTRUZIONE)
                 WHEN "ADDFORM"
                  MOVE MAN-VAR TO MAN-FORMA
                 WHEN "ADDTEXT"
                 WHEN "ADDNUMERIC"
                 WHEN "ADDDATE"
                 WHEN "ADDPASSWORD"
                 WHEN "ADDCOMBO"
                 WHEN "ADDCHECK"
                 WHEN "ADDCHECKTO"
                 WHEN "ADDRADIO"
                 WHEN "ADDTABLE"
                 WHEN "ADDSLIDER"
                 WHEN "ADDSLIDERV"
                 WHEN "ADDCALENDAR"
                  IF CONTA-MAN-CAMPI < 200
                   ADD 1 TO CONTA-MAN-CAMPI
                   MOVE SPACES TO MAN-CAMPO(CONTA-MAN-CAMPI)
                   MOVE "F"       TO MC-TIPO(CONTA-MAN-CAMPI)
                   MOVE MAN-VAR   TO MC-VAR(CONTA-MAN-CAMPI)
                   MOVE FUNCTION LOWER-CASE(ISTRUZIONE(1:16))
                     TO MC-VERBO(CONTA-MAN-CAMPI)
                   MOVE MAN-PRIMO TO MC-CAPTION(CONTA-MAN-CAMPI)
                  END-IF
                 WHEN "ADDBUTTON"
                 WHEN "ADDBUTTONTO"
                 WHEN "ADDTOOLTO"
                  IF CONTA-MAN-CAMPI < 200
                   ADD 1 TO CONTA-MAN-CAMPI
                   MOVE SPACES TO MAN-CAMPO(CONTA-MAN-CAMPI)
                   MOVE "B"        TO MC-TIPO(CONTA-MAN-CAMPI)
                   MOVE MAN-VAR    TO MC-VAR(CONTA-MAN-CAMPI)
                   MOVE FUNCTION LOWER-CASE(ISTRUZIONE(1:16))
                     TO MC-VERBO(CONTA-MAN-CAMPI)
                   MOVE MAN-PRIMO  TO MC-CAPTION(CONTA-MAN-CAMPI)
                   MOVE MAN-ULTIMO TO MC-PROGRAMMA(CONTA-MAN-CAMPI)
                  END-IF
                 WHEN "SETEVENT"
                 WHEN "ADDEVENT"
                  MOVE PARAMETRO(2)(1:30) TO MAN-VAR
                  PERFORM MAN-TROVA-VAR THRU EX-MAN-TROVA-VAR
                  IF MAN-I > ZEROS
                   AND MC-TIPO(MAN-I) = "B"
                   AND MAN-ULTIMO NOT = SPACES
                   MOVE MAN-ULTIMO TO MC-PROGRAMMA(MAN-I)
                  END-IF
                 WHEN "SETKEY"
                  IF CONTA-MAN-TASTI < 48
                   ADD 1 TO CONTA-MAN-TASTI
                   MOVE FUNCTION UPPER-CASE(MAN-PRIMO(1:12))
                     TO MT-TASTO(CONTA-MAN-TASTI)
                   MOVE MAN-ULTIMO TO MT-PROGRAMMA(CONTA-MAN-TASTI)
                  END-IF
                 WHEN "HELP-ENABLE"
                  IF CONTA-MAN-TASTI < 48
                   ADD 1 TO CONTA-MAN-TASTI
                   MOVE "F1"     TO MT-TASTO(CONTA-MAN-TASTI)
                   MOVE "(help)" TO MT-PROGRAMMA(CONTA-MAN-TASTI)
                  END-IF
                END-EVALUATE.

        EX-MANUALE-INVOKE.
                EXIT.

      *
      *  the caption and name of the form, and caption, name,
      *  validate rule and taborder of the widget last returned in
      *  the variable named after OF
      *
        MANUALE-SET.

                IF SW-MANUAL NOT = "S" GO TO EX-MANUALE-SET.

                EVALUATE FUNCTION UPPER-CASE(ISTRUZIONE)
                 WHEN "CAPTION"
                 WHEN "NAME"
                 WHEN "VALIDATE"
                 WHEN "TABORDER"
                  CONTINUE
                 WHEN OTHER
                  GO TO EX-MANUALE-SET
                END-EVALUATE.

                PERFORM VARYING IND2 FROM 1 BY 1
                 UNTIL IND2 > CONTA-PARAM
                 OR FUNCTION UPPER-CASE(PARAMETRO(IND2)) = "OF"
                 CONTINUE
                END-PERFORM.

                IF IND2 NOT < CONTA-PARAM GO TO EX-MANUALE-SET.

                MOVE PARAMETRO(IND2 + 1)(1:30) TO MAN-VAR.
                MOVE PARAMETRO(2) TO MAN-TESTO.
                PERFORM MAN-SPOGLIA THRU EX-MAN-SPOGLIA.

                IF FUNCTION UPPER-CASE(MAN-VAR) = "AGAR-FORM"
                 OR MAN-VAR = MAN-FORMA
                 EVALUATE FUNCTION UPPER-CASE(ISTRUZIONE)
                  WHEN "CAPTION" MOVE MAN-TESTO TO MAN-TITOLO
                  WHEN "NAME"    MOVE MAN-TESTO TO MAN-FINESTRA
                 END-EVALUATE
                 GO TO EX-MANUALE-SET.

                PERFORM MAN-TROVA-VAR THRU EX-MAN-TROVA-VAR.

                IF MAN-I = ZEROS GO TO EX-MANUALE-SET.

                EVALUATE FUNCTION UPPER-CASE(ISTRUZIONE)
                 WHEN "CAPTION"  MOVE MAN-TESTO TO MC-CAPTION(MAN-I)
                 WHEN "NAME"     MOVE MAN-TESTO TO MC-NOME(MAN-I)
                 WHEN "VALIDATE" MOVE MAN-TESTO TO MC-REGOLA(MAN-I)
                 WHEN "TABORDER" MOVE MAN-TESTO TO MC-TAB(MAN-I)
                END-EVALUATE.

        EX-MANUALE-SET.
                EXIT.

      *
      *  the variables are reused along the source: the widget is
      *  the last one returned in it (MAN-I zero when there is none)
      *
        MAN-TROVA-VAR.

                PERFORM VARYING MAN-I FROM CONTA-MAN-CAMPI BY -1
                 UNTIL MAN-I = ZEROS
                 OR MC-VAR(MAN-I) = MAN-VAR
                 CONTINUE
                END-PERFORM.

        EX-MAN-TROVA-VAR.
                EXIT.

      *
      *  a literal as the operator reads it: no quotes, no z prefix
      *
        MAN-SPOGLIA.

                IF FUNCTION UPPER-CASE(MAN-TESTO(1:2)) = 'Z"'
                 MOVE MAN-TESTO(3:) TO MAN-TESTO
                ELSE
                 IF MAN-TESTO(1:1) = '"'
                  MOVE MAN-TESTO(2:) TO MAN-TESTO
                 END-IF
                END-IF.

                PERFORM VARYING MAN-I FROM LENGTH OF MAN-TESTO BY -1
                 UNTIL MAN-I = ZEROS
                 OR MAN-TESTO(MAN-I:1) > SPACES
                 CONTINUE
                END-PERFORM.

                IF MAN-I > ZEROS AND MAN-TESTO(MAN-I:1) = '"'
                 MOVE SPACES TO MAN-TESTO(MAN-I:).

        EX-MAN-SPOGLIA.
                EXIT.

      *
      *  the pages of the screen: <build>.html in the language of the
      *  source, then <build>.<lang>.html for every catalog named by
      *  guicobol_cat (lang is the catalog name without directory and
      *  extension).  the help text comes from the same .hlp file the
      *  F1 key of the running screen opens, the screenshot is the
      *  <screen>.png the snapshot verb left beside the page
      *
        SCRIVI-MANUALE.

                IF CONTA-MAN-CAMPI = ZEROS
                 AND CONTA-MAN-TASTI = ZEROS
                 AND MAN-FORMA = SPACES
                 GO TO EX-SCRIVI-MANUALE.

                MOVE FILE-OUT TO MAN-BASE.
                MOVE ZEROS    TO IND2.
                PERFORM VARYING IND1 FROM 1 BY 1 UNTIL IND1 > 196
                 IF MAN-BASE(IND1:1) = "/"
                  MOVE IND1 TO IND2
                 END-IF
                 IF MAN-BASE(IND1:4) = ".gui"
                  MOVE SPACES TO MAN-BASE(IND1:)
                  MOVE 197    TO IND1
                 END-IF
                END-PERFORM.
                ADD 1 TO IND2.
                MOVE MAN-BASE(IND2:32) TO MAN-SCHERMO.

                IF MAN-FINESTRA = SPACES
                 MOVE "window" TO MAN-FINESTRA.

                IF MAN-TITOLO = SPACES
                 MOVE MAN-SCHERMO TO MAN-TITOLO.

                PERFORM CARICA-AIUTO THRU EX-CARICA-AIUTO.

                MOVE ZEROS TO MAN-SENZA-AIUTO.
                PERFORM VARYING MAN-J FROM 1 BY 1
                 UNTIL MAN-J > CONTA-MAN-CAMPI
                 MOVE SPACE TO MC-AIUTO(MAN-J)
                 IF MC-NOME(MAN-J) NOT = SPACES
                  PERFORM VARYING MAN-K FROM 1 BY 1
                   UNTIL MAN-K > CONTA-MAN-AIUTO
                   OR MA-SEZIONE(MAN-K) = MC-NOME(MAN-J)
                   CONTINUE
                  END-PERFORM
                  IF MAN-K NOT > CONTA-MAN-AIUTO
                   MOVE "S" TO MC-AIUTO(MAN-J)
                  END-IF
                 END-IF
                 IF MC-TIPO(MAN-J) = "F"
                  AND MC-AIUTO(MAN-J) NOT = "S"
                  ADD 1 TO MAN-SENZA-AIUTO
                  DISPLAY "Manual: no help page for field "
                   FUNCTION TRIM(MC-VAR(MAN-J)) " ("
                   FUNCTION TRIM(MC-NOME(MAN-J)) ") of "
                   FUNCTION TRIM(MAN-SCHERMO)
                 END-IF
                END-PERFORM.

                MOVE SPACES TO FILE-HLP.
                STRING FUNCTION TRIM(MAN-BASE) ".png"
                 DELIMITED BY SIZE INTO FILE-HLP.
                MOVE SPACE TO MAN-FOTO.
                CALL "CBL_CHECK_FILE_EXIST" USING FILE-HLP
                                                  FILE-CHECK-INFO
                 RETURNING FILE-EXISTS-RC.
                IF FILE-EXISTS-RC = ZERO
                 MOVE "S" TO MAN-FOTO.

                MOVE SPACES TO MAN-LINGUA.
                MOVE ZEROS  TO CONTA-MAN-VOCI.
                PERFORM PAGINA-MANUALE THRU EX-PAGINA-MANUALE.

                IF CONTA-MAN-PAGINE < 200
                 ADD 1 TO CONTA-MAN-PAGINE
                 MOVE MAN-SCHERMO     TO MP-SCHERMO(CONTA-MAN-PAGINE)
                 MOVE MAN-TITOLO      TO MP-TITOLO(CONTA-MAN-PAGINE)
                 MOVE MAN-BASE        TO MP-BASE(CONTA-MAN-PAGINE)
                 MOVE MAN-SENZA-AIUTO TO MP-SENZA(CONTA-MAN-PAGINE).

                ACCEPT LISTA-CATALOGHI
                 FROM ENVIRONMENT "guicobol_cat"
                END-ACCEPT.

                PERFORM UNTIL LISTA-CATALOGHI = SPACES
                 MOVE SPACES TO FILE-CAT
                 MOVE 1      TO IND2
                 UNSTRING FUNCTION TRIM(LISTA-CATALOGHI)
                  DELIMITED BY ALL SPACES
                  INTO FILE-CAT
                  WITH POINTER IND2
                 END-UNSTRING
                 IF IND2 > LENGTH OF LISTA-CATALOGHI
                  MOVE SPACES TO LISTA-CATALOGHI
                 ELSE
                  MOVE FUNCTION TRIM(LISTA-CATALOGHI) TO STRINGA1
                  MOVE STRINGA1(IND2:) TO LISTA-CATALOGHI
                 END-IF
                 IF FILE-CAT NOT = SPACES
                  PERFORM MANUALE-LINGUA THRU EX-MANUALE-LINGUA
                 END-IF
                END-PERFORM.

                MOVE MAN-SENZA-AIUTO TO MAN-EDIT.
                DISPLAY "Operator manual written: "
                 FUNCTION TRIM(MAN-BASE) ".html, fields without "
                 "a help page: " FUNCTION TRIM(MAN-EDIT).

        EX-SCRIVI-MANUALE.
                EXIT.

      *
      *  the "#name" pages of <GuiCOBOLhelp>/<window name>.hlp
      *
        CARICA-AIUTO.

                MOVE ZEROS  TO CONTA-MAN-AIUTO.
                MOVE SPACES TO MAN-SEZIONE.

                ACCEPT MAN-DIR-AIUTO FROM ENVIRONMENT "GuiCOBOLhelp".
                IF MAN-DIR-AIUTO = SPACES
                 MOVE "." TO MAN-DIR-AIUTO.

                MOVE SPACES TO FILE-HLP.
                STRING FUNCTION TRIM(MAN-DIR-AIUTO) "/"
                       FUNCTION TRIM(MAN-FINESTRA) ".hlp"
                 DELIMITED BY SIZE INTO FILE-HLP.

                OPEN INPUT ARK-HLP.
                IF STATUS-HLP NOT = "00"
                 DISPLAY "Manual: no help file "
                  FUNCTION TRIM(FILE-HLP)
                 GO TO EX-CARICA-AIUTO.

                MOVE SPACE TO EOF-HLP.

                PERFORM UNTIL EOF-HLP = "S"
                 READ ARK-HLP NEXT AT END
                  MOVE "S" TO EOF-HLP
                 END-READ
                 IF EOF-HLP NOT = "S"
                  IF DATI-HLP(1:1) = "#"
                   MOVE DATI-HLP(2:32) TO MAN-SEZIONE
                  ELSE
                   IF MAN-SEZIONE NOT = SPACES
                    AND CONTA-MAN-AIUTO < 600
                    ADD 1 TO CONTA-MAN-AIUTO
                    MOVE MAN-SEZIONE    TO MA-SEZIONE(CONTA-MAN-AIUTO)
                    MOVE DATI-HLP(1:120) TO MA-RIGA(CONTA-MAN-AIUTO)
                   END-IF
                  END-IF
                 END-IF
                END-PERFORM.

                CLOSE ARK-HLP.

        EX-CARICA-AIUTO.
                EXIT.

      *
      *  one language: the catalog translations in memory, the page
      *  written with them and the language noted for the index
      *
        MANUALE-LINGUA.

                MOVE ZEROS TO IND2.
                PERFORM VARYING IND1 FROM 1 BY 1 UNTIL IND1 > 200
                 IF FILE-CAT(IND1:1) = "/"
                  MOVE IND1 TO IND2
                 END-IF
                END-PERFORM.
                ADD 1 TO IND2.

                MOVE SPACES TO MAN-LINGUA.
                UNSTRING FILE-CAT(IND2:) DELIMITED BY "." OR SPACE
                 INTO MAN-LINGUA
                END-UNSTRING.

                IF MAN-LINGUA = SPACES GO TO EX-MANUALE-LINGUA.

                OPEN INPUT ARK-CAT.
                IF STATUS-CAT NOT = "00"
                 DISPLAY "Manual: catalog cannot be opened "
                  FUNCTION TRIM(FILE-CAT)
                 GO TO EX-MANUALE-LINGUA.

                MOVE ZEROS TO CONTA-MAN-VOCI.
                MOVE SPACE TO EOF-CAT.

                PERFORM UNTIL EOF-CAT = "S"
                 READ ARK-CAT NEXT AT END
                  MOVE "S" TO EOF-CAT
                 END-READ
                 IF EOF-CAT NOT = "S"
                  AND DATI-CAT NOT = SPACES
                  AND DATI-CAT(1:1) NOT = "#"
                  AND CONTA-MAN-VOCI < 400
                  ADD 1 TO CONTA-MAN-VOCI
                  MOVE SPACES TO MAN-VOCE(CONTA-MAN-VOCI)
                  UNSTRING DATI-CAT DELIMITED BY "="
                   INTO MV-CHIAVE(CONTA-MAN-VOCI)
                        MV-TESTO(CONTA-MAN-VOCI)
                  END-UNSTRING
                  IF MV-CHIAVE(CONTA-MAN-VOCI) = SPACES
                   OR MV-TESTO(CONTA-MAN-VOCI) = SPACES
                   SUBTRACT 1 FROM CONTA-MAN-VOCI
                  END-IF
                 END-IF
                END-PERFORM.

                CLOSE ARK-CAT.

                PERFORM PAGINA-MANUALE THRU EX-PAGINA-MANUALE.

                PERFORM VARYING MAN-K FROM 1 BY 1
                 UNTIL MAN-K > CONTA-MAN-LINGUE
                 OR MAN-LINGUA-NOME(MAN-K) = MAN-LINGUA
                 CONTINUE
                END-PERFORM.

                IF MAN-K > CONTA-MAN-LINGUE
                 AND CONTA-MAN-LINGUE < 20
                 ADD 1 TO CONTA-MAN-LINGUE
                 MOVE MAN-LINGUA TO MAN-LINGUA-NOME(CONTA-MAN-LINGUE).

                MOVE SPACES TO MAN-LINGUA.
                MOVE ZEROS  TO CONTA-MAN-VOCI.

        EX-MANUALE-LINGUA.
                EXIT.

      *
      *  the page itself, in MAN-LINGUA when one is loaded
      *
        PAGINA-MANUALE.

                MOVE SPACES TO FILE-MAN.
                IF MAN-LINGUA = SPACES
                 STRING FUNCTION TRIM(MAN-BASE) ".html"
                  DELIMITED BY SIZE INTO FILE-MAN
                ELSE
                 STRING FUNCTION TRIM(MAN-BASE) "."
                        FUNCTION TRIM(MAN-LINGUA) ".html"
                  DELIMITED BY SIZE INTO FILE-MAN
                END-IF.

                OPEN OUTPUT ARK-MAN.
                IF STATUS-MAN NOT = "00"
                 DISPLAY "Unable to create manual page: "
                  FUNCTION TRIM(FILE-MAN)
                 GO TO EX-PAGINA-MANUALE.

                MOVE SPACES TO MAN-RIGA.
                MOVE 1      TO MAN-PUNTA.

                MOVE MAN-TITOLO TO MAN-TESTO.
                PERFORM MAN-TRADUCI THRU EX-MAN-TRADUCI.
                PERFORM MAN-ESCAPE  THRU EX-MAN-ESCAPE.

                MOVE "<!DOCTYPE html>" TO MAN-RIGA.
                PERFORM MAN-SCRIVI THRU EX-MAN-SCRIVI.
                MOVE '<html><head><meta charset="utf-8">' TO MAN-RIGA.
                PERFORM MAN-SCRIVI THRU EX-MAN-SCRIVI.
                STRING "<title>" FUNCTION TRIM(MAN-HTML) "</title>"
                 DELIMITED BY SIZE INTO MAN-RIGA.
                PERFORM MAN-SCRIVI THRU EX-MAN-SCRIVI.
                STRING "<style>body{font-family:sans-serif}"
                       "table{border-collapse:collapse}"
                       "th,td{border:1px solid #999;padding:4px;"
                       "text-align:left;vertical-align:top}"
                       ".nohelp{color:#b00000;font-weight:bold}"
                       "</style></head><body>"
                 DELIMITED BY SIZE INTO MAN-RIGA.
                PERFORM MAN-SCRIVI THRU EX-MAN-SCRIVI.
                STRING "<h1>" FUNCTION TRIM(MAN-HTML) "</h1>"
                 DELIMITED BY SIZE INTO MAN-RIGA.
                PERFORM MAN-SCRIVI THRU EX-MAN-SCRIVI.
                STRING "<p>Program " FUNCTION TRIM(MAN-SCHERMO)
                       ", help file " FUNCTION TRIM(MAN-FINESTRA)
                       ".hlp</p>"
                 DELIMITED BY SIZE INTO MAN-RIGA.
                PERFORM MAN-SCRIVI THRU EX-MAN-SCRIVI.
      *
      *  the "#window" page introduces the screen
      *
                MOVE "window" TO MAN-SEZIONE.
                PERFORM MAN-AIUTO-SEZIONE THRU EX-MAN-AIUTO-SEZIONE.
                IF MAN-K > ZEROS
                 MOVE "<p>" TO MAN-RIGA
                 PERFORM MAN-SCRIVI THRU EX-MAN-SCRIVI
                 PERFORM MAN-AIUTO-RIGHE THRU EX-MAN-AIUTO-RIGHE
                 MOVE "</p>" TO MAN-RIGA
                 PERFORM MAN-SCRIVI THRU EX-MAN-SCRIVI
                END-IF.

                IF MAN-FOTO = "S"
                 MOVE MAN-TITOLO TO MAN-TESTO
                 PERFORM MAN-TRADUCI THRU EX-MAN-TRADUCI
                 PERFORM MAN-ESCAPE  THRU EX-MAN-ESCAPE
                 STRING '<p><img src="' FUNCTION TRIM(MAN-SCHERMO)
                        '.png" alt="' FUNCTION TRIM(MAN-HTML)
                        '"></p>'
                  DELIMITED BY SIZE INTO MAN-RIGA
                 END-STRING
                 PERFORM MAN-SCRIVI THRU EX-MAN-SCRIVI
                END-IF.

                MOVE "<h2>Fields</h2>" TO MAN-RIGA.
                PERFORM MAN-SCRIVI THRU EX-MAN-SCRIVI.
                IF MAN-SENZA-AIUTO > ZEROS
                 MOVE MAN-SENZA-AIUTO TO MAN-EDIT
                 STRING '<p class="nohelp">'
                        FUNCTION TRIM(MAN-EDIT)
                        ' field(s) without a help page</p>'
                  DELIMITED BY SIZE INTO MAN-RIGA
                 END-STRING
                 PERFORM MAN-SCRIVI THRU EX-MAN-SCRIVI
                END-IF.
                STRING "<table><tr><th>Name</th><th>Caption</th>"
                       "<th>Type</th><th>Tab</th><th>Rules</th>"
                       "<th>Help</th></tr>"
                 DELIMITED BY SIZE INTO MAN-RIGA.
                PERFORM MAN-SCRIVI THRU EX-MAN-SCRIVI.

                PERFORM VARYING MAN-J FROM 1 BY 1
                 UNTIL MAN-J > CONTA-MAN-CAMPI
                 IF MC-TIPO(MAN-J) = "F"
                  PERFORM MAN-RIGA-CAMPO THRU EX-MAN-RIGA-CAMPO
                 END-IF
                END-PERFORM.

                MOVE "</table>" TO MAN-RIGA.
                PERFORM MAN-SCRIVI THRU EX-MAN-SCRIVI.

                IF CONTA-MAN-TASTI > ZEROS
                 MOVE "<h2>Function keys</h2>" TO MAN-RIGA
                 PERFORM MAN-SCRIVI THRU EX-MAN-SCRIVI
                 MOVE "<table><tr><th>Key</th><th>Calls</th></tr>"
                   TO MAN-RIGA
                 PERFORM MAN-SCRIVI THRU EX-MAN-SCRIVI
                 PERFORM VARYING MAN-J FROM 1 BY 1
                  UNTIL MAN-J > CONTA-MAN-TASTI
                  MOVE "<tr>" TO MAN-RIGA
                  MOVE 5      TO MAN-PUNTA
                  MOVE MT-TASTO(MAN-J) TO MAN-TESTO
                  PERFORM MAN-CELLA THRU EX-MAN-CELLA
                  MOVE MT-PROGRAMMA(MAN-J) TO MAN-TESTO
                  PERFORM MAN-CELLA THRU EX-MAN-CELLA
                  STRING "</tr>" DELIMITED BY SIZE
                   INTO MAN-RIGA WITH POINTER MAN-PUNTA
                  END-STRING
                  PERFORM MAN-SCRIVI THRU EX-MAN-SCRIVI
                 END-PERFORM
                 MOVE "</table>" TO MAN-RIGA
                 PERFORM MAN-SCRIVI THRU EX-MAN-SCRIVI
                END-IF.

                PERFORM VARYING MAN-J FROM 1 BY 1
                 UNTIL MAN-J > CONTA-MAN-CAMPI
                 OR MC-TIPO(MAN-J) = "B"
                 CONTINUE
                END-PERFORM.

                IF MAN-J NOT > CONTA-MAN-CAMPI
                 MOVE "<h2>Buttons</h2>" TO MAN-RIGA
                 PERFORM MAN-SCRIVI THRU EX-MAN-SCRIVI
                 MOVE "<table><tr><th>Button</th><th>Calls</th></tr>"
                   TO MAN-RIGA
                 PERFORM MAN-SCRIVI THRU EX-MAN-SCRIVI
                 PERFORM VARYING MAN-J FROM 1 BY 1
                  UNTIL MAN-J > CONTA-MAN-CAMPI
                  IF MC-TIPO(MAN-J) = "B"
                   MOVE "<tr>" TO MAN-RIGA
                   MOVE 5      TO MAN-PUNTA
                   MOVE MC-CAPTION(MAN-J) TO MAN-TESTO
                   PERFORM MAN-TRADUCI THRU EX-MAN-TRADUCI
                   PERFORM MAN-CELLA THRU EX-MAN-CELLA
                   MOVE MC-PROGRAMMA(MAN-J) TO MAN-TESTO
                   PERFORM MAN-CELLA THRU EX-MAN-CELLA
                   STRING "</tr>" DELIMITED BY SIZE
                    INTO MAN-RIGA WITH POINTER MAN-PUNTA
                   END-STRING
                   PERFORM MAN-SCRIVI THRU EX-MAN-SCRIVI
                  END-IF
                 END-PERFORM
                 MOVE "</table>" TO MAN-RIGA
                 PERFORM MAN-SCRIVI THRU EX-MAN-SCRIVI
                END-IF.

                MOVE "</body></html>" TO MAN-RIGA.
                PERFORM MAN-SCRIVI THRU EX-MAN-SCRIVI.

                CLOSE ARK-MAN.

        EX-PAGINA-MANUALE.
                EXIT.

        MAN-RIGA-CAMPO.

                MOVE "<tr>" TO MAN-RIGA.
                MOVE 5      TO MAN-PUNTA.

                MOVE MC-NOME(MAN-J) TO MAN-TESTO.
                IF MAN-TESTO = SPACES
                 MOVE MC-VAR(MAN-J) TO MAN-TESTO.
                PERFORM MAN-CELLA THRU EX-MAN-CELLA.
                MOVE MC-CAPTION(MAN-J) TO MAN-TESTO.
                PERFORM MAN-TRADUCI THRU EX-MAN-TRADUCI.
                PERFORM MAN-CELLA THRU EX-MAN-CELLA.
                MOVE MC-VERBO(MAN-J)(4:) TO MAN-TESTO.
                PERFORM MAN-CELLA THRU EX-MAN-CELLA.
                MOVE MC-TAB(MAN-J) TO MAN-TESTO.
                PERFORM MAN-CELLA THRU EX-MAN-CELLA.
                MOVE MC-REGOLA(MAN-J) TO MAN-TESTO.
                PERFORM MAN-CELLA THRU EX-MAN-CELLA.

                IF MC-AIUTO(MAN-J) NOT = "S"
                 STRING '<td class="nohelp">no help page</td></tr>'
                  DELIMITED BY SIZE INTO MAN-RIGA
                  WITH POINTER MAN-PUNTA
                 END-STRING
                 PERFORM MAN-SCRIVI THRU EX-MAN-SCRIVI
                 GO TO EX-MAN-RIGA-CAMPO.

                STRING "<td>" DELIMITED BY SIZE
                 INTO MAN-RIGA WITH POINTER MAN-PUNTA.
                PERFORM MAN-SCRIVI THRU EX-MAN-SCRIVI.

                MOVE MC-NOME(MAN-J) TO MAN-SEZIONE.
                PERFORM MAN-AIUTO-RIGHE THRU EX-MAN-AIUTO-RIGHE.

                MOVE "</td></tr>" TO MAN-RIGA.
                PERFORM MAN-SCRIVI THRU EX-MAN-SCRIVI.

        EX-MAN-RIGA-CAMPO.
                EXIT.

      *
      *  MAN-K at the first line of page MAN-SEZIONE, zero if none
      *
        MAN-AIUTO-SEZIONE.

                PERFORM VARYING MAN-K FROM 1 BY 1
                 UNTIL MAN-K > CONTA-MAN-AIUTO
                 OR MA-SEZIONE(MAN-K) = MAN-SEZIONE
                 CONTINUE
                END-PERFORM.

                IF MAN-K > CONTA-MAN-AIUTO
                 MOVE ZEROS TO MAN-K.

        EX-MAN-AIUTO-SEZIONE.
                EXIT.

      *
      *  the lines of the page MAN-SEZIONE, one <br> apart
      *
        MAN-AIUTO-RIGHE.

                PERFORM VARYING MAN-K FROM 1 BY 1
                 UNTIL MAN-K > CONTA-MAN-AIUTO
                 IF MA-SEZIONE(MAN-K) = MAN-SEZIONE
                  MOVE MA-RIGA(MAN-K) TO MAN-TESTO
                  PERFORM MAN-ESCAPE THRU EX-MAN-ESCAPE
                  STRING FUNCTION TRIM(MAN-HTML TRAILING) "<br>"
                   DELIMITED BY SIZE INTO MAN-RIGA
                  END-STRING
                  PERFORM MAN-SCRIVI THRU EX-MAN-SCRIVI
                 END-IF
                END-PERFORM.

        EX-MAN-AIUTO-RIGHE.
                EXIT.

        MAN-CELLA.

                PERFORM MAN-ESCAPE THRU EX-MAN-ESCAPE.

                STRING "<td>" FUNCTION TRIM(MAN-HTML TRAILING) "</td>"
                 DELIMITED BY SIZE INTO MAN-RIGA
                 WITH POINTER MAN-PUNTA
                END-STRING.

        EX-MAN-CELLA.
                EXIT.

      *
      *  the caption in the language of the page, when the catalog
      *  has it
      *
        MAN-TRADUCI.

                IF CONTA-MAN-VOCI = ZEROS GO TO EX-MAN-TRADUCI.

                PERFORM VARYING MAN-I FROM 1 BY 1
                 UNTIL MAN-I > CONTA-MAN-VOCI
                 OR MV-CHIAVE(MAN-I) = MAN-TESTO(1:60)
                 CONTINUE
                END-PERFORM.

                IF MAN-I NOT > CONTA-MAN-VOCI
                 MOVE MV-TESTO(MAN-I) TO MAN-TESTO.

        EX-MAN-TRADUCI.
                EXIT.

        MAN-ESCAPE.

                MOVE SPACES TO MAN-HTML.
                MOVE 1      TO MAN-USCITA.

                PERFORM VARYING MAN-LUNG FROM LENGTH OF MAN-TESTO BY -1
                 UNTIL MAN-LUNG = ZEROS
                 OR MAN-TESTO(MAN-LUNG:1) > SPACES
                 CONTINUE
                END-PERFORM.

                PERFORM VARYING MAN-I FROM 1 BY 1
                 UNTIL MAN-I > MAN-LUNG
                 EVALUATE MAN-TESTO(MAN-I:1)
                  WHEN "&"
                   MOVE "&amp;"  TO MAN-HTML(MAN-USCITA:5)
                   ADD 5 TO MAN-USCITA
                  WHEN "<"
                   MOVE "&lt;"   TO MAN-HTML(MAN-USCITA:4)
                   ADD 4 TO MAN-USCITA
                  WHEN ">"
                   MOVE "&gt;"   TO MAN-HTML(MAN-USCITA:4)
                   ADD 4 TO MAN-USCITA
                  WHEN '"'
                   MOVE "&quot;" TO MAN-HTML(MAN-USCITA:6)
                   ADD 6 TO MAN-USCITA
                  WHEN OTHER
                   MOVE MAN-TESTO(MAN-I:1) TO MAN-HTML(MAN-USCITA:1)
                   ADD 1 TO MAN-USCITA
                 END-EVALUATE
                END-PERFORM.

        EX-MAN-ESCAPE.
                EXIT.

        MAN-SCRIVI.

                MOVE MAN-RIGA TO DATI-MAN.
                WRITE REC-MAN.

                MOVE SPACES TO MAN-RIGA.
                MOVE 1      TO MAN-PUNTA.

        EX-MAN-SCRIVI.
                EXIT.

      *
      *  with -m, <manifest>.manual.html links the page of every
      *  screen built, and <manifest>.manual.<lang>.html their pages
      *  in each catalog language
      *
        INDICE-MANUALE.

                MOVE SPACES TO MAN-LINGUA.
                PERFORM INDICE-LINGUA THRU EX-INDICE-LINGUA.

                PERFORM VARYING MAN-K FROM 1 BY 1
                 UNTIL MAN-K > CONTA-MAN-LINGUE
                 MOVE MAN-LINGUA-NOME(MAN-K) TO MAN-LINGUA
                 PERFORM INDICE-LINGUA THRU EX-INDICE-LINGUA
                END-PERFORM.

                MOVE SPACES TO MAN-LINGUA.

        EX-INDICE-MANUALE.
                EXIT.

        INDICE-LINGUA.

                MOVE SPACES TO FILE-MAN.
                IF MAN-LINGUA = SPACES
                 STRING FUNCTION TRIM(FILE-LIST) ".manual.html"
                  DELIMITED BY SIZE INTO FILE-MAN
                ELSE
                 STRING FUNCTION TRIM(FILE-LIST) ".manual."
                        FUNCTION TRIM(MAN-LINGUA) ".html"
                  DELIMITED BY SIZE INTO FILE-MAN
                END-IF.

                OPEN OUTPUT ARK-MAN.
                IF STATUS-MAN NOT = "00"
                 DISPLAY "Unable to create manual index: "
                  FUNCTION TRIM(FILE-MAN)
                 GO TO EX-INDICE-LINGUA.

                MOVE SPACES TO MAN-RIGA.
                MOVE 1      TO MAN-PUNTA.

                MOVE FILE-LIST TO MAN-TESTO.
                PERFORM MAN-ESCAPE THRU EX-MAN-ESCAPE.

                MOVE "<!DOCTYPE html>" TO MAN-RIGA.
                PERFORM MAN-SCRIVI THRU EX-MAN-SCRIVI.
                MOVE '<html><head><meta charset="utf-8">' TO MAN-RIGA.
                PERFORM MAN-SCRIVI THRU EX-MAN-SCRIVI.
                STRING "<title>Operator manual "
                       FUNCTION TRIM(MAN-HTML) "</title>"
                 DELIMITED BY SIZE INTO MAN-RIGA.
                PERFORM MAN-SCRIVI THRU EX-MAN-SCRIVI.
                STRING "<style>body{font-family:sans-serif}"
                       "table{border-collapse:collapse}"
                       "th,td{border:1px solid #999;padding:4px;"
                       "text-align:left}"
                       "</style></head><body>"
                 DELIMITED BY SIZE INTO MAN-RIGA.
                PERFORM MAN-SCRIVI THRU EX-MAN-SCRIVI.
                STRING "<h1>Operator manual " FUNCTION TRIM(MAN-HTML)
                       "</h1>"
                 DELIMITED BY SIZE INTO MAN-RIGA.
                PERFORM MAN-SCRIVI THRU EX-MAN-SCRIVI.
                STRING "<table><tr><th>Screen</th><th>Title</th>"
                       "<th>Fields without help</th></tr>"
                 DELIMITED BY SIZE INTO MAN-RIGA.
                PERFORM MAN-SCRIVI THRU EX-MAN-SCRIVI.

                PERFORM VARYING MAN-J FROM 1 BY 1
                 UNTIL MAN-J > CONTA-MAN-PAGINE
                 MOVE SPACES TO MAN-TESTO
                 IF MAN-LINGUA = SPACES
                  STRING FUNCTION TRIM(MP-BASE(MAN-J)) ".html"
                   DELIMITED BY SIZE INTO MAN-TESTO
                  END-STRING
                 ELSE
                  STRING FUNCTION TRIM(MP-BASE(MAN-J)) "."
                         FUNCTION TRIM(MAN-LINGUA) ".html"
                   DELIMITED BY SIZE INTO MAN-TESTO
                  END-STRING
                 END-IF
                 PERFORM MAN-ESCAPE THRU EX-MAN-ESCAPE
                 STRING '<tr><td><a href="' FUNCTION TRIM(MAN-HTML)
                        '">' FUNCTION TRIM(MP-SCHERMO(MAN-J))
                        "</a></td>"
                  DELIMITED BY SIZE INTO MAN-RIGA
                  WITH POINTER MAN-PUNTA
                 END-STRING
                 MOVE MP-TITOLO(MAN-J) TO MAN-TESTO
                 PERFORM MAN-CELLA THRU EX-MAN-CELLA
                 MOVE MP-SENZA(MAN-J) TO MAN-EDIT
                 MOVE FUNCTION TRIM(MAN-EDIT) TO MAN-TESTO
                 PERFORM MAN-CELLA THRU EX-MAN-CELLA
                 STRING "</tr>" DELIMITED BY SIZE
                  INTO MAN-RIGA WITH POINTER MAN-PUNTA
                 END-STRING
                 PERFORM MAN-SCRIVI THRU EX-MAN-SCRIVI
                END-PERFORM.

                MOVE "</table></body></html>" TO MAN-RIGA.
                PERFORM MAN-SCRIVI THRU EX-MAN-SCRIVI.

                CLOSE ARK-MAN.

                DISPLAY "Operator manual index written: "
                 FUNCTION TRIM(FILE-MAN).

        EX-INDICE-LINGUA.
                EXIT.

      *
