000040*
000050* agar connector for GNUCOBOL
000060*
000070* FIRST 1th AUGUST   0.1.0  LAST 15.10.2026
000071*
000072* 23.08.2026 record binding, validation, date/password/pixmap/
000073*            statusbar/toolbar widgets, themes, catalogs, table
000074*            files, print/snapshot, geometry, drafts, audit,
000075*            replay, workers, display config, numeric locale,
000076*            field events
000076* 15.10.2026 audit journal records chained by sequence number
000076*            and hash, last link kept in <journal>.chn
000076* 15.10.2026 lock-list / lock-free verbs for the lock supervisor,
000076*            the lock server requests carry the GuiCOBOLlockkey
000076*            site key
000076* 15.10.2026 next-number verb, document numbers from agarlockd
000076* 15.10.2026 secure-login account policy: lockout, password
000076*            aging and history, forced change, login journal
000076* 15.10.2026 secure-login against ldap / active directory, role
000076*            from the group mapping, users file as fallback; a
000076*            blank password never reaches the directory
000076* 15.10.2026 browse-key verb, browse-open/browse-seek by key name:
000076*            alternate key pages from the maintain I/O program
000076* 15.10.2026 get-user / get-station verbs for the record history
000076*            of the maintain I/O programs
000076* 15.10.2026 check-value / put-field verbs for the generated bulk
000076*            loaders, answered without opening the display;
000076*            get-user / get-station answered the same way
000076* 15.10.2026 sql-export / sql-row / sql-exec verbs for the
000076*            reconciliation of the maintain files with their
000076*            sql mirror; the sql verbs answer batch runs that
000076*            never open the display; NULL columns read as blank
000076* 15.10.2026 store-and-forward outbox behind send-record and
000076*            http-post, outbox-depth / outbox-status verbs,
000076*            outbox-flush for the agaroutbox sender, "outbox"
000076*            status bar zone
000076* 15.10.2026 kiosk-report / kiosk-list verbs, the kiosk status
000076*            board kept by agarlockd
000076* 15.10.2026 every validation failure logged to the validation
000076*            log (GuiCOBOLvalidlog) for the agarvalida report
000076* 15.10.2026 sensitive widgets (SENSITIVE rule or "sensitive"
000076*            theme line): masked in print, snapshot, audit,
000076*            capture and validation log, encrypted in drafts
000076* 15.10.2026 xml-bind / xml-build / xml-parse verbs: xml
000076*            documents from and into the mapped records and
000076*            tables along a mapping template, rejects by path;
000076*            a separate sign field keeps the minus of the amount
000076* 15.10.2026 response times of the event programs and of the
000076*            file, sql, http and lock verbs in the performance
000076*            log (GuiCOBOLperflog) for the agartempi report
000076* 15.10.2026 companies: chosen at sign-on among the ones of the
000076*            user (GuiCOBOLcompanies), data and spool files,
000076*            database, drafts, numbering and audit journal of
000076*            the company; company-file, get-company and
000076*            switch-company verbs
000076* 15.10.2026 label / label-preview verbs: thermal labels (ZPL)
000076*            from a layout of text, record map fields and
000076*            Code 128 / EAN-13 / QR barcodes, sent raw to the
000076*            printers.cfg destination; scan-route-label routes
000076*            back the codes a layout prints, by prefix, length
000076*            and check digit
000076* 15.10.2026 set-style verb (the theme properties on one widget
000076*            at run time), chart-bars / chart-point verbs for the
000076*            graph and plotter widgets; addplotter passes the
000076*            plotter type AG_FixedPlotterNew wants
000076* 15.10.2026 set-formula / recalc verbs: computed fields, worked
000076*            out again in dependency order whenever a field they
000076*            read changes (FieldChanged relay) or their grid is
000076*            loaded; circular formulas are refused
000076* 15.10.2026 set-lookup verb: F4 on a code field opens a paged
000076*            browse of its master (INDEXED file or SQL table),
000076*            a pick fills the code and the named fields and runs
000076*            the exit program; a code not in the master fails
000076*            the exit check and validate.  browse-open takes
000076*            "sql:" tables too
000080*
000090* Copyright (C) 2012-2021 Federico Priolo TP ONE SRL
000100*
000299      organization is line sequential
000300      file status  is audit-stato.

000300     select optional ark-catena assign to catena-file
000300      organization is line sequential
000300      file status  is catena-stato.

000301     select optional ark-capture assign to cap-file
000302      organization is line sequential
000303      file status  is cap-stato.
000322      organization is line sequential
000323      file status  is sec-stato.

000323     select optional ark-ldap assign to ldap-temp
000323      organization is line sequential
000323      file status  is ldap-stato.

000323     select ark-secnew assign to sec-nuovo-file
000323      organization is line sequential
000323      file status  is sec-nuovo-stato.

000324     select optional ark-help assign to help-file
000325      organization is line sequential
000326      file status  is help-stato.
000336     select optional ark-errlog assign to errlog-file
000337      organization is line sequential
000338      file status  is errlog-stato.

000338     select optional ark-outbox assign to outbox-file
000338      organization is indexed
000338      access mode is dynamic
000338      record key is ob-chiave
000338      alternate record key is ob-coda
000338      file status  is outbox-stato.

000338     select optional ark-morti assign to outbox-morti
000338      organization is line sequential
000338      file status  is morti-stato.

000338     select optional ark-valog assign to valog-file
000338      organization is line sequential
000338      file status  is valog-stato.

000338     select optional ark-perf assign to perf-file
000338      organization is line sequential
000338      file status  is perf-stato.

000338     select optional ark-ditte assign to ditte-file
000338      organization is line sequential
000338      file status  is ditte-stato.

000338     select optional ark-cifra assign to cifra-temp
000338      organization is line sequential
000338      file status  is cifra-stato.

000338     select ark-xmod assign to xml-modfile
000338      organization is line sequential
000338      file status  is xml-stato.

000338     select ark-xout assign to xml-outfile
000338      organization is line sequential
000338      file status  is xml-ostato.

000338     select ark-xrej assign to xml-rejfile
000338      organization is line sequential
000338      file status  is xml-rstato.

000338     select ark-etic assign to etic-file
000338      organization is line sequential
000338      file status  is etic-stato.

000338     select ark-zpl assign to etic-zpl
000338      organization is line sequential
000338      file status  is etic-zstato.

000338     select optional ark-stamp assign to etic-cfg
000338      organization is line sequential
000338      file status  is etic-cstato.
000283
000284 data division.
000285

000303 fd ark-draft.
000304 01 rec-draft.
000305    02 dati-draft                pic x(512).

000306 fd ark-audit.
000307 01 rec-audit.
000308    02 dati-audit                pic x(200).

000308 fd ark-catena.
000308 01 rec-catena.
000308    02 dati-catena               pic x(40).

000309 fd ark-capture.
000310 01 rec-capture.
000311    02 dati-capture              pic x(256).

000328 fd ark-sec.
000329 01 rec-sec.
000330    02 dati-sec                  pic x(400).

000330 fd ark-ldap.
000330 01 rec-ldap.
000330    02 dati-ldap                 pic x(512).

000330 fd ark-secnew.
000330 01 rec-secnew.
000330    02 dati-secnew               pic x(400).

000331 fd ark-help.
000332 01 rec-help.
000343 fd ark-errlog.
000344 01 rec-errlog.
000345    02 dati-errlog               pic x(200).

000345 fd ark-outbox.
000345 01 rec-outbox.
000345    02 ob-chiave                 pic x(20).
000345    02 ob-coda.
000345       03 ob-stato               pic x.
000345       03 ob-coda-chiave         pic x(20).
000345    02 ob-resto                  pic x(2702).

000345 fd ark-morti.
000345 01 rec-morti.
000345    02 dati-morti                pic x(2800).

000345 fd ark-valog.
000345 01 rec-valog.
000345    02 dati-valog                pic x(132).

000345 fd ark-perf.
000345 01 rec-perf.
000345    02 dati-perf                 pic x(160).

000345 fd ark-ditte.
000345 01 rec-ditte.
000345    02 dati-ditte                pic x(512).

000345 fd ark-cifra.
000345 01 rec-cifra.
000345    02 dati-cifra                pic x(512).

000345 fd ark-xmod.
000345 01 rec-xmod.
000345    02 dati-xmod                 pic x(512).

000345 fd ark-xout.
000345 01 rec-xout.
000345    02 dati-xout                 pic x(1024).

000345 fd ark-xrej.
000345 01 rec-xrej.
000345    02 dati-xrej                 pic x(300).

000345 fd ark-etic.
000345 01 rec-etic.
000345    02 dati-etic                 pic x(256).

000345 fd ark-zpl.
000345 01 rec-zpl.
000345    02 dati-zpl                  pic x(512).

000345 fd ark-stamp.
000345 01 rec-stamp.
000345    02 dati-stamp                pic x(120).
000291
000300 working-storage section.
000310 01 ind                      usage binary-long unsigned.
003480    05 AG-TABLE-MULTIMODE        usage binary-long value h'003'.
003490    05 AG-TABLE-NOAUTOSORT       usage binary-long value h'100'.
003500    05 AG-TABLE-NEEDSORT         usage binary-long value h'200'.
003500    05 AG-TABLE-HFILL            usage binary-long value h'010'.
003500    05 AG-TABLE-VFILL            usage binary-long value h'020'.
003500    05 AG-TABLE-EXPAND           usage binary-long value h'030'.
003510
003520 01 timer-flags.
003530    05 AG-TIMER-SURVIVE-DETACH   usage binary-long value h'01'.
004229 01 bin8-redef redefines bin8-area.
004229    05 bin8-val                  pic s9(18) comp-5.
004229 77 sep-segno                    pic x.
004229 77 xml-modfile                  pic x(256).
004229 77 xml-outfile                  pic x(256).
004229 77 xml-rejfile                  pic x(256).
004229 77 xml-infile                   pic x(256).
004229 77 xml-stato                    pic xx.
004229 77 xml-ostato                   pic xx.
004229 77 xml-rstato                   pic xx.
004229 77 xml-eof                      pic x.
004229 77 xml-esito                    pic x.
004229 77 xml-rej-aperto               pic x.
004229 77 xml-trovato                  pic x.
004229 77 xml-figli                    pic x.
004229 77 xml-car                      pic x.
004229 77 xml-scarti                   usage binary-long.
004229 77 xml-riga-mod                 usage binary-long.
004229 77 xml-a                        usage binary-long.
004229 77 xml-b                        usage binary-long.
004229 77 xml-c                        usage binary-long.
004229 77 xml-e                        usage binary-long.
004229 77 xml-f                        usage binary-long.
004229 77 xml-g                        usage binary-long.
004229 77 xml-i                        usage binary-long.
004229 77 xml-j                        usage binary-long.
004229 77 xml-k                        usage binary-long.
004229 77 xml-l                        usage binary-long.
004229 77 xml-n                        usage binary-long.
004229 77 xml-o                        usage binary-long.
004229 77 xml-p                        usage binary-long.
004229 77 xml-q                        usage binary-long.
004229 77 xml-r                        usage binary-long.
004229 77 xml-v                        usage binary-long.
004229 77 xml-w                        usage binary-long.
004229 77 xml-x                        usage binary-long.
004229 77 xml-y                        usage binary-long.
004229 77 xml-rr                       usage binary-long.
004229 77 xml-rp                       usage binary-long.
004229 77 xml-dp                       usage binary-long.
004229 77 xml-ep                       usage binary-long.
004229 77 xml-el                       usage binary-long.
004229 77 xml-pp                       usage binary-long.
004229 77 xml-col                      usage binary-long.
004229 77 xml-codice                   usage binary-long.
004229 77 xml-cifra                    usage binary-long.
004229 77 xml-u1                       usage binary-long.
004229 77 xml-u2                       usage binary-long.
004229 77 xml-u3                       usage binary-long.
004229 77 xml-alias                    pic x(16).
004229 77 xml-campo                    pic x(32).
004229 77 xml-nome                     pic x(80).
004229 77 xml-anome                    pic x(80).
004229 77 xml-ent                      pic x(10).
004229 77 xml-edit                     pic z(8)9.
004229 77 xml-num-ed                   pic -(12)9,9(06).
004229 77 xml-num-testo                pic x(40).
004229 77 xml-giorno                   pic x(10).
004229 77 xml-delim                    pic x.
004229 77 xml-linea                    pic x(512).
004229 77 xml-resto                    pic x(512).
004229 77 xml-path                     pic x(200).
004229 77 xml-fonte                    pic x(80).
004229 77 xml-opzioni                  pic x(80).
004229 77 xml-costante                 pic x(100).
004229 77 xml-grezzo                   pic x(200).
004229 77 xml-pulito                   pic x(200).
004229 77 xml-segmento                 pic x(80).
004229 77 xml-percorso                 pic x(220).
004229 77 xml-elem                     pic x(220).
004229 77 xml-cerca                    pic x(512).
004229 77 xml-elenco                   pic x(512).
004229 77 xml-dato                     pic x(256).
004229 77 xml-perche                   pic x(80).
004229 77 xml-motivo                   pic x(300).
004229 77 xml-riga                     pic x(1024).
004229 77 xml-testata                  pic x(256).
004229 01 xml-legami.
004229    05 xl-count                  usage binary-long value zero.
004229    05 xl-entry                  occurs 10 times.
004229       10 xl-alias               pic x(16).
004229       10 xl-ptr                 usage pointer.
004229       10 xl-tab                 usage pointer.
004229       10 xl-mappa               pic x(512).
004229       10 xl-occ                 usage binary-long.
004229       10 xl-lung                usage binary-long.
004229       10 xl-righe               usage binary-long.
004229       10 xl-tbl                 usage binary-long.
004229       10 xl-maxcol              usage binary-long.
004229       10 xl-campo               pic x(60) occurs 16 times.
004229 01 xml-modello.
004229    05 xm-count                  usage binary-long value zero.
004229    05 xm-entry                  occurs 300 times.
004229       10 xm-path                pic x(200).
004229       10 xm-chiave              pic x(200).
004229       10 xm-alias               pic x(16).
004229       10 xm-campo               pic x(32).
004229       10 xm-costante            pic x(100).
004229       10 xm-obbl                pic x.
004229       10 xm-data                pic x.
004229       10 xm-rip                 pic x(16).
004229       10 xm-rip-da              usage binary-long.
004229       10 xm-rip-a               usage binary-long.
004229       10 xm-gruppo              usage binary-long.
004229       10 xm-leg                 usage binary-long.
004229       10 xm-col                 usage binary-long.
004229       10 xm-vista               usage binary-long.
004229 01 xml-gruppi.
004229    05 xg-count                  usage binary-long value zero.
004229    05 xg-entry                  occurs 20 times.
004229       10 xg-alias               pic x(16).
004229       10 xg-chiave              pic x(200).
004229       10 xg-leg                 usage binary-long.
004229       10 xg-riga                usage binary-long.
004229 01 xml-foglie.
004229    05 xf-count                  usage binary-long value zero.
004229    05 xf-entry                  occurs 3000 times.
004229       10 xf-path                pic x(220).
004229       10 xf-valore              pic x(256).
004229       10 xf-fatta               pic x.
004229 01 xml-segmenti.
004229    05 xq-count                  usage binary-long value zero.
004229    05 xq-seg                    pic x(80) occurs 30 times.
004229 01 xml-pila.
004229    05 xs-livello                usage binary-long value zero.
004229    05 xs-entry                  occurs 30 times.
004229       10 xs-seg                 pic x(80).
004229       10 xs-lung                usage binary-long.
004229       10 xs-figli               pic x.
004229 77 xp-chiave                    pic x(512).
004229 77 xp-plung                     usage binary-long.
004229 77 xr-handle                    pic x(4).
004229 77 xr-modo                      pic x comp-x value 1.
004229 77 xr-nega                      pic x comp-x value 0.
004229 77 xr-disp                      pic x comp-x value 0.
004229 77 xr-flag                      pic x comp-x.
004229 77 xr-offset                    pic x(8) comp-x.
004229 77 xr-conta                     pic x(4) comp-x.
004229 77 xr-rc                        usage binary-long.
004229 77 xr-totale                    pic 9(18).
004229 77 xr-pos                       pic 9(18).
004229 77 xr-quanti                    usage binary-long.
004229 77 xr-i                         usage binary-long.
004229 77 xr-buffer                    pic x(4096).
004229 77 xr-stato                     pic x.
004229 77 xr-c                         pic x.
004229 77 xr-q                         pic x.
004229 77 xr-virg                      pic x.
004229 77 xr-vuoto                     pic x.
004229 77 xr-coda                      pic x(3).
004229 77 xr-tag                       pic x(2048).
004229 77 xr-tlung                     usage binary-long.
004229 77 xr-tp                        usage binary-long.
004229 77 xr-testo                     pic x(256).
004229 77 xr-xlung                     usage binary-long.
004229 77 xr-oltre                     usage binary-long.
004229 77 sql-temp                     pic x(64)
004229    value "guicobol-sql.tmp".
004229 77 sql-stato                    pic xx.
004229 77 sql-utente                   pic x(32).
004229 77 sql-pass                     pic x(32).
004229 77 sql-db                       pic x(32).
004229 77 sql-db-base                  pic x(32).
004229 77 sql-connesso                 pic x.
004229 77 sql-comando                  pic x(2048).
004229 77 sql-rc                       usage binary-long.
004229 77 brw-righe                    usage binary-long.
004229 77 brw-chiave-da                pic x(32).
004229 77 brw-eof                      pic x.
004229 77 brw-nome-chiave              pic x(32).
004229 77 brw-valore                   pic x(480).
004229 77 brw-conta                    usage binary-long.
004229 77 brw-verso                    pic x.
004229 77 brw-funzione                 pic x(100).
004229 77 brw-struct                   usage pointer.
004229 77 brw-vista-da                 pic x(200).
004229 77 brw-cerca                    pic x(40).
004229 77 brw-lung                     usage binary-long.
004229 77 brw-si                       pic x.
004229 77 brw-operatore                pic x(2).
004229 77 brk-i                        usage binary-long.
004229 77 sec-file                     pic x(200).
004229 77 sec-stato                    pic xx.
004229 77 sec-eof                      pic x.
004229 77 sec-perm-ruolo               pic x(16).
004229 77 sec-perm-nome                pic x(32).
004229 77 sec-perm-azione              pic x(4).
004229 77 sec-nuovo-file               pic x(210).
004229 77 sec-nuovo-stato              pic xx.
004229 77 sec-stato-utente             pic x.
004229 77 sec-cambio                   pic x.
004229 77 sec-ultimo                   pic x(14).
004229 77 sec-falliti-testo            pic x(4).
004229 77 sec-falliti                  pic 9(3).
004229 77 sec-falliti-edit             pic z(2)9.
004229 77 sec-data-pwd                 pic x(8).
004229 77 sec-storia                   pic x(120).
004229 77 sec-storia-nuova             pic x(120).
004229 77 sec-max-falliti              usage binary-long.
004229 77 sec-eta-max                  usage binary-long.
004229 77 sec-quante-storie            usage binary-long.
004229 77 sec-lung-min                 usage binary-long.
004229 77 sec-param                    pic x(8).
004229 77 sec-oggi                     pic 9(8).
004229 77 sec-adesso                   pic 9(8).
004229 77 sec-giorni                   usage binary-long.
004229 77 sec-riga                     pic x(400).
004229 77 sec-comando                  pic x(512).
004229 77 sec-pw-nuova                 pic x(32).
004229 77 sec-pw-conferma              pic x(32).
004229 77 sec-pw-giri                  usage binary-long.
004229 77 sec-cambiata                 pic x.
004229 77 sec-esito                    pic x(40).
004229 77 sec-j                        usage binary-long.
004229 77 sec-ditte                    pic x(100).
004229 77 ldap-server                  pic x(200).
004229 77 ldap-bind                    pic x(200).
004229 77 ldap-base                    pic x(200).
004229 77 ldap-filtro                  pic x(200).
004229 77 ldap-mappa                   pic x(200).
004229 77 ldap-temp                    pic x(200).
004229 77 ldap-stato                   pic xx.
004229 77 ldap-eof                     pic x.
004229 77 ldap-dn                      pic x(256).
004229 77 ldap-cerca                   pic x(256).
004229 77 ldap-prima                   pic x(200).
004229 77 ldap-dopo                    pic x(200).
004229 77 ldap-comando                 pic x(1500).
004229 77 ldap-punta                   usage binary-long.
004229 77 ldap-rc                      usage binary-long.
004229 77 ldap-valido                  pic x.
004229 77 ldap-i                       usage binary-long.
004229 77 ldap-k                       usage binary-long.
004229 77 ldap-valore                  pic x(500).
004229 77 ldap-pid                     usage binary-long.
004229 77 ldap-pid-edit                pic 9(9).
004229 77 ldap-pwd-file                pic x(40).
004229 77 ldap-out-file                pic x(40).
004229 77 ldap-gruppo                  pic x(64).
004229 77 ldap-ruolo                   pic x(32).
004229 01 ldap-gruppi.
004229    05 ldap-quanti               usage binary-long.
004229    05 ldap-membro               pic x(64) occurs 100 times.
004229 77 help-file                    pic x(200).
004229 77 help-stato                   pic xx.
004229 77 help-eof                     pic x.
004229    05 lock-op                   pic x(6).
004229    05 lock-nome                 pic x(64).
004229    05 lock-chi                  pic x(32).
004229    05 lock-chiave               pic x(18).
004229 01 lock-risposta                pic x(120).
004229 77 lock-lista                   pic x.
004229 77 lock-testata                 pic x(120).
004229 77 num-anno-edit                pic 9(4).
004229 01 num-chiesta.
004229    05 nch-serie                 pic x(32).
004229    05 nch-anno                  pic x(4).
004229    05 nch-ditta                 pic x(8).
004229    05 filler                    pic x(20).
004229 77 lock-conta                   usage binary-long.
004229 77 lock-eta-edit                pic z(8)9.
004229 01 lock-voce.
004229    05 lkv-nome                  pic x(64).
004229    05 lkv-chi                   pic x(32).
004229    05 lkv-eta                   pic 9(9).
004229    05 lkv-vecchia               pic x.
004229    05 filler                    pic x(14).
004229 01 chiosco-voce.
004229    05 kv-nome                   pic x(32).
004229    05 kv-programma              pic x(32).
004229    05 kv-battito                pic x(6).
004229    05 kv-riavvii                pic 9(5).
004229    05 kv-stato                  pic x(8).
004229    05 kv-eta                    pic 9(9).
004229    05 kv-ultimo                 pic x(28).
004229 77 kv-riavvii-edit              pic z(4)9.
004229 77 heart-file                   pic x(200).
004229 77 heart-stato                  pic xx.
004229 77 fin-indice                   usage binary-c-long.
004229 77 errlog-file                  pic x(200).
004229 77 errlog-stato                 pic xx.
004229 77 outbox-file                  pic x(200) value spaces.
004229 77 outbox-morti                 pic x(210).
004229 77 outbox-stato                 pic xx.
004229 77 morti-stato                  pic xx.
004229 77 outbox-testo                 pic x(8).
004229 77 outbox-max                   pic 9(4) value zero.
004229 77 outbox-tipo                  pic x(8).
004229 77 outbox-dest                  pic x(256).
004229 77 outbox-intest                pic x(256).
004229 77 outbox-esito                 pic x(60).
004229 77 outbox-trovato               pic x.
004229 77 outbox-fatto                 pic x.
004229 77 outbox-avanti                pic x.
004229 77 outbox-rifiuto               pic x.
004229 77 outbox-data                  pic 9(8).
004229 77 outbox-ora                   pic 9(8).
004229 77 outbox-edit                  pic z(8)9.
004229 77 outbox-rc                    usage binary-long.
004229 77 outbox-mandati               usage binary-long.
004229 77 outbox-persi                 usage binary-long.
004229 77 outbox-host                  pic x(128).
004229 77 outbox-porta                 pic x(8).
004229 77 outbox-porta-n               usage binary-long.
004229 77 outbox-socket                usage pointer.
004229 77 outbox-indirizzo             usage pointer.
004229 77 outbox-corpo                 pic x(240).
004229 77 valog-file                   pic x(250).
004229 77 valog-stato                  pic xx.
004229 77 val-nome-fin                 pic x(16).
004229 77 perf-file                    pic x(250).
004229 77 perf-stato                   pic xx.
004229 77 perf-attivo                  pic x value space.
004229 77 perf-valore                  pic x(16).
004229 77 perf-soglia                  pic 9(8) value 1000.
004229 77 perf-ora                     pic 9(8).
004229 77 perf-ms                      pic 9(8).
004229 77 perf-trascorsi               pic s9(9).
004229 77 perf-millis                  pic 9(9).
004229 77 perf-livello                 usage binary-long value zero.
004229 77 perf-i                       usage binary-long.
004229 77 perf-tipo                    pic x(5).
004229 77 perf-ptr                     usage pointer.
004229 77 perf-struct                  usage pointer.
004229 77 perf-nome                    pic x(32).
004229 77 perf-testo                   pic x(512).
004229 77 perf-utente                  pic x(32) value spaces.
004229 77 msk-testo                    pic x(512).
004229 77 msk-nome                     pic x(32).
004229 77 msk-lung                     usage binary-long.
004229 77 msk-i                        usage binary-long.
004229 77 msk-vis                      usage binary-long.
004229 77 msk-trovato                  pic x.
004229 77 msk-replay                   pic x.
004229 77 msk-replay-vis               usage binary-long.
004229 77 cap-num-testo                pic x(30).
004229 77 cifra-temp                   pic x(64)
004229    value "guicobol-draft.enc".
004229 77 cifra-stato                  pic xx.
004229 77 cifra-chiave                 pic x(100).
004229 77 cifra-comando                pic x(300).
004229 77 cifra-rc                     usage binary-long.
004229 77 cifra-esito                  pic x.
004229*
004229* the company of the session and the companies file
004229*
004229 77 ditte-file                   pic x(200).
004229 77 ditte-stato                  pic xx.
004229 77 ditte-eof                    pic x.
004229 77 ditte-presenti               pic x.
004229 77 ditta-letta                  pic x value space.
004229 77 ditta-codice                 pic x(8)   value spaces.
004229 77 ditta-nome                   pic x(40)  value spaces.
004229 77 ditta-dati                   pic x(120) value spaces.
004229 77 ditta-db                     pic x(32)  value spaces.
004229 77 ditta-spool                  pic x(120) value spaces.
004229 77 ditta-vecchia                pic x(8).
004229 77 ditta-filtro                 pic x(100).
004229 77 ditta-lista                  pic x(104).
004229 77 ditta-cerca                  pic x(10).
004229 77 ditta-l                      usage binary-long.
004229 77 ditta-k                      usage binary-long.
004229 77 ditta-i                      usage binary-long.
004229 77 ditta-scelta                 usage binary-long.
004229 77 ditta-valore                 usage binary-long.
004229 77 ditta-rc                     usage binary-long.
004229 77 ditta-radio                  usage pointer.
004229 77 ditta-finestra               usage pointer.
004229 77 ditta-voce                   pic x(80).
004229 77 ditta-zona                   pic x(60).
004229 77 ditta-nome-file              pic x(256).
004229 77 ditta-prova                  pic x(256).
004229 77 ditta-base                   pic x(120).
004229 77 ditta-comando                pic x(140).
004229 77 ditta-sempre                 pic x.
004229 77 ditta-dove                   pic x.
004229 77 dv-codice                    pic x(8).
004229 77 dv-nome                      pic x(40).
004229 77 dv-dati                      pic x(120).
004229 77 dv-db                        pic x(32).
004229 77 dv-spool                     pic x(120).
004229 01 ditta-info.
004229    05 filler                    pic x(16).
004229 01 ditte-offerte.
004229    05 ditte-quante              usage binary-long value zero.
004229    05 ditta-offerta             occurs 20 times.
004229       10 do-codice              pic x(8).
004229       10 do-nome                pic x(40).
004229       10 do-dati                pic x(120).
004229       10 do-db                  pic x(32).
004229       10 do-spool               pic x(120).
004229 77 etic-file                    pic x(256).
004229 77 etic-stato                   pic xx.
004229 77 etic-zpl                     pic x(256).
004229 77 etic-zstato                  pic xx.
004229 77 etic-cfg                     pic x(256).
004229 77 etic-cstato                  pic xx.
004229 77 etic-eof                     pic x.
004229 77 etic-esito                   pic x.
004229 77 etic-trovato                 pic x.
004229 77 etic-mappa                   pic x(512).
004229 77 etic-spooldir                pic x(120).
004229 77 etic-stampante               pic x(32).
004229 77 etic-nome                    pic x(32).
004229 77 etic-dest                    pic x(64).
004229 77 etic-programma               pic x(32).
004229 77 etic-comando                 pic x(512).
004229 77 etic-messaggio               pic x(60).
004229 77 etic-dato                    pic x(100).
004229 77 etic-appoggio                pic x(100).
004229 77 etic-fd                      pic x(300).
004229 77 etic-num-ed                  pic -(12)9,9(06).
004229 77 etic-intero                  pic 9(18).
004229 77 etic-ed                      pic z(8)9.
004229 77 etic-ex                      pic z(8)9.
004229 77 etic-ey                      pic z(8)9.
004229 77 etic-eh                      pic z(8)9.
004229 77 etic-cifra                   pic 9.
004229 77 etic-rc                      usage binary-long.
004229 77 etic-riga                    usage binary-long.
004229 77 etic-larghezza               usage binary-long.
004229 77 etic-altezza                 usage binary-long.
004229 77 etic-copie                   usage binary-long.
004229 77 etic-righe                   usage binary-long.
004229 77 etic-col                     usage binary-long.
004229 77 etic-rig                     usage binary-long.
004229 77 etic-alte                    usage binary-long.
004229 77 etic-larga                   usage binary-long.
004229 77 etic-min                     usage binary-long.
004229 77 etic-max                     usage binary-long.
004229 77 etic-somma                   usage binary-long.
004229 77 etic-i                       usage binary-long.
004229 77 etic-j                       usage binary-long.
004229 77 etic-k                       usage binary-long.
004229 77 etic-l                       usage binary-long.
004229 77 etic-n                       usage binary-long.
004229 77 etic-fl                      usage binary-long.
004229 77 etic-finestra                usage pointer.
004229 77 etic-salva                   usage pointer.
004229 77 etic-barre                   pic x(64) value all "|| | |||".
004229 01 etic-parti.
004229    05 etic-parte                occurs 8 times pic x(100).
004229*
004229* the elements of the label layout being printed: position,
004229* height (the module size for a QR code) and, once the record
004229* is read, the value shown and the data the barcode carries
004229*
004229 01 etic-tabella.
004229    05 etic-conta                usage binary-long.
004229    05 etic-voce                 occurs 60 times.
004229       10 ev-tipo                pic x(8).
004229       10 ev-x                   usage binary-long.
004229       10 ev-y                   usage binary-long.
004229       10 ev-h                   usage binary-long.
004229       10 ev-codifica            pic x(5).
004229       10 ev-campo               pic x(32).
004229       10 ev-testo               pic x(100).
004229       10 ev-prefisso            pic x(8).
004229       10 ev-programma           pic x(32).
004229       10 ev-dato                pic x(100).
004229       10 ev-codice              pic x(100).
004229       10 ev-massimo             usage binary-long.
004229       10 ev-esatto              pic x.
004229 01 etic-schermo.
004229    05 etic-schermo-riga         occurs 30 times pic x(64).
004229*
004229* the timings in progress: the event program the relay is
004229* running and, above it, the verbs it calls -- an entry for
004229* every agarcob call, blank when the verb is not timed, so
004229* the nesting unwinds by itself
004229*
004229 01 perf-pila.
004229    05 perf-voce                 occurs 16 times.
004229       10 pp-tipo                pic x(5).
004229       10 pp-verbo               pic x(16).
004229       10 pp-programma           pic x(32).
004229       10 pp-finestra            pic x(16).
004229       10 pp-widget              pic x(16).
004229       10 pp-inizio              pic 9(8).
004229*
004229* the sensitive widgets of a window while its snapshot is
004229* rendered: the text they held, or "H" when hidden instead
004229*
004229 01 snap-riservati.
004229    05 snap-count                usage binary-long.
004229    05 snap-entry                occurs 50 times.
004229       10 snap-ptr               usage pointer.
004229       10 snap-modo              pic x.
004229       10 snap-testo             pic x(256).
004229*
004229* the sensitive columns of the table being printed
004229*
004229 01 col-riservate.
004229    05 col-ris                   occurs 8 times.
004229       10 col-ris-flag           pic x.
004229       10 col-ris-vis            usage binary-long.
004229 01 outbox-msg.
004229    05 om-chiave.
004229       10 om-data                pic 9(8).
004229       10 om-ora                 pic 9(8).
004229       10 om-seq                 pic 9(4).
004229    05 om-coda.
004229       10 om-stato               pic x.
004229          88 om-attesa           value "W".
004229          88 om-spedito          value "S".
004229          88 om-morto            value "D".
004229       10 om-coda-chiave         pic x(20).
004229    05 om-tipo                   pic x(8).
004229    05 om-dest                   pic x(256).
004229    05 om-intest                 pic x(256).
004229    05 om-tentativi              pic 9(4).
004229    05 om-ultimo                 pic x(14).
004229    05 om-esito                  pic x(60).
004229    05 om-lung                   pic 9(4).
004229    05 om-dati                   pic x(2100).
004229 77 err-hook-proc                usage procedure-pointer.
004229 77 err-hook-nome                pic x(32).
004229 77 err-hook-dentro              pic x.
004229       10 brw-prima              pic x(32).
004229       10 brw-ultima             pic x(32).
004229       10 brw-aperto             pic x.
004229       10 brw-programma          pic x(32).
004229       10 brw-numero             usage binary-long.
004229       10 brw-rif-prima          pic x(512).
004229       10 brw-rif-ultima         pic x(512).
004229       10 brw-vista              pic x(200).
004229 01 brk-area.
004229    05 brk-count                 usage binary-long value zero.
004229    05 brk-entry                 occurs 20 times.
004229       10 brk-file               pic x(200).
004229       10 brk-nome               pic x(32).
004229       10 brk-numero             usage binary-long.
004229       10 brk-programma          pic x(32).
004230 77 map-divisore                 pic 9(9).
004231 77 map-cifre                    pic 9(18).
004232 77 salva-caption                pic x(512).
004247 77 val-primo                    usage pointer.
004248 77 val-primo-ind                usage binary-long.
004249 77 val-len                      usage binary-long.
004249 77 val-verifica                 pic x value space.
004249 77 val-fallita                  pic x(60).
004249 77 imp-valore                   pic x(512).
004249 77 imp-cifre                    pic 9(18).
004249 77 imp-limite                   pic 9(2).
004249 77 imp-edit                     pic z(4)9.
004249 77 imp-locale                   pic x value space.
004250 77 rule-tail                    pic x(100).
004251 77 rule-item                    pic x(60).
004252 77 rule-work                    pic x(60).
004278    05 theme-count               usage binary-long value zero.
004279    05 theme-entry               occurs 64 times.
004280       10 theme-class            pic x(12).
004281       10 theme-prop             pic x(32).
004282       10 theme-value            pic x(30).
004283 77 stile-prop                   pic x(32).
004283 77 stile-valore                 pic x(30).
004283 77 stile-verbo                  pic x(10).
004283 77 stile-errato                 pic x.
004283*
004283* the dashboard charts: the bars chart-bars draws and the one
004283* curve every plotter carries for chart-point
004283*
004283 01 grafico-area.
004283    05 gb-conta                  usage binary-long.
004283    05 gb-punta                  usage binary-long.
004283    05 gb-i                      usage binary-long.
004283    05 gb-x                      usage binary-long.
004283    05 gb-y                      usage binary-long.
004283    05 gb-alto                   usage binary-long.
004283    05 gb-largo                  usage binary-long value 56.
004283    05 gb-rosso                  usage binary-long value 0.
004283    05 gb-verde                  usage binary-long value 90.
004283    05 gb-blu                    usage binary-long value 200.
004283    05 gb-errato                 pic x.
004283    05 gb-massimo                pic s9(12)v9(2).
004283    05 gb-pezzo                  pic x(80).
004283    05 gb-testo                  pic x(40).
004283    05 gb-edit                   pic -(11)9,99.
004283    05 gb-intero                 pic -(11)9.
004283    05 gb-etichetta              pic x(64).
004283    05 gb-vertice                usage pointer.
004283    05 gb-voce                   occurs 12 times.
004283       10 gb-nome                pic x(40).
004283       10 gb-valore              pic s9(12)v9(2).
004283 01 plot-area.
004283    05 plot-count                usage binary-long value zero.
004283    05 plot-ind                  usage binary-long.
004283    05 plot-dato                 usage binary-long.
004283    05 plot-limite               usage binary-long value 200.
004283    05 plot-nome                 pic x(33).
004283    05 plot-entry                occurs 8 times.
004283       10 plot-ptr               usage pointer.
004283       10 plot-curva             usage pointer.
004283       10 plot-scala             usage binary-long.
004283*
004283* computed fields: the formula each one carries, turned into
004283* postfix when it is declared, the fields and grid columns it
004283* reads and the order the window brings them up to date in --
004283* entry 49 keeps the formula a new declaration replaces, until
004283* the new one is known to be sound
004283*
004283 01 formula-area.
004283    05 frm-count                 usage binary-long value zero.
004283    05 frm-posti                 usage binary-long value zero.
004283    05 frm-ind                   usage binary-long.
004283    05 frm-nuova                 usage binary-long.
004283    05 frm-j                     usage binary-long.
004283    05 frm-k                     usage binary-long.
004283    05 frm-r                     usage binary-long.
004283    05 frm-s                     usage binary-long.
004283    05 frm-v                     usage binary-long.
004283    05 frm-riga                  usage binary-long.
004283    05 frm-col                   usage binary-long.
004283    05 frm-colno                 usage binary-long.
004283    05 frm-mossi                 usage binary-long.
004283    05 frm-punta                 usage binary-long.
004283    05 frm-lung                  usage binary-long.
004283    05 frm-scala                 usage binary-long.
004283    05 frm-prec                  usage binary-long.
004283    05 frm-prec-nuova            usage binary-long.
004283    05 frm-prec-cima             usage binary-long.
004283    05 frm-posizione             pic zz9.
004283    05 frm-pronto                pic x.
004283    05 frm-errato                pic x.
004283    05 frm-sostituita            pic x.
004283    05 frm-in-corso              pic x value space.
004283    05 frm-attesa                pic x.
004283    05 frm-opera                 pic x.
004283    05 frm-car                   pic x.
004283       88 frm-car-nome           values "a" thru "z"
004283                                        "A" thru "Z"
004283                                        "0" thru "9" "-" "_".
004283    05 frm-espressione           pic x(200).
004283    05 frm-opzioni               pic x(100).
004283    05 frm-opzione               pic x(30).
004283    05 frm-token                 pic x(32).
004283    05 frm-nome                  pic x(32).
004283    05 frm-colonna               pic x(32).
004283    05 frm-cella                 pic x(60).
004283    05 frm-elenco                pic x(200).
004283    05 frm-sorgente              usage pointer.
004283    05 frm-op-count              usage binary-long.
004283    05 frm-op                    pic x occurs 40 times.
004283    05 frm-val-count             usage binary-long.
004283    05 frm-val                   pic s9(14)v9(8) comp-3
004283                                 occurs 40 times.
004283    05 frm-a                     pic s9(14)v9(8) comp-3.
004283    05 frm-b                     pic s9(14)v9(8) comp-3.
004283    05 frm-intero                pic s9(18) comp-3.
004283    05 frm-risultato             pic s9(12)v9(6).
004283    05 frm-salva-funzione        pic x(100).
004283    05 frm-salva-testo           pic x(512).
004283    05 frm-salva-numero          pic s9(12)v9(6).
004283    05 frm-salva-oggetto         usage pointer.
004283    05 frm-salva-widget          usage pointer.
004283    05 frm-salva-classe          pic x(32).
004283    05 frm-salva-int             usage unsigned-short.
004283    05 frm-salva-rc              pic s9(5) comp-5.
004283    05 frm-entry                 occurs 49 times.
004283       10 frm-ptr                usage pointer.
004283       10 frm-win                usage pointer.
004283       10 frm-testo              pic x(200).
004283       10 frm-decimali           usage binary-long.
004283       10 frm-sporca             pic x.
004283       10 frm-posto              pic x.
004283       10 frm-src-count          usage binary-long.
004283       10 frm-src                occurs 12 times.
004283          15 frm-src-ptr         usage pointer.
004283          15 frm-src-col         pic x(32).
004283       10 frm-rpn-count          usage binary-long.
004283       10 frm-rpn                occurs 40 times.
004283          15 frm-rpn-tipo        pic x.
004283          15 frm-rpn-op          pic x.
004283          15 frm-rpn-src         usage binary-long.
004283          15 frm-rpn-num         pic s9(12)v9(6) comp-3.
004283    05 frm-ordine                usage binary-long
004283                                 occurs 48 times.
004283*
004283* lookup prompts: the master a code field declared with
004283* set-lookup (INDEXED file or "sql:" table), its record map,
004283* the columns the popup shows and the fields a pick fills in
004283* ("COLUMN:widget"); the popup F4 has open, if any, keeps its
004283* own copy of the page on show
004283*
004283 01 lookup-area.
004283    05 lkp-count                 usage binary-long value zero.
004283    05 lkp-qui                   usage binary-long.
004283    05 lkp-aperto                usage binary-long value zero.
004283    05 lkp-i                     usage binary-long.
004283    05 lkp-j                     usage binary-long.
004283    05 lkp-n                     usage binary-long.
004283    05 lkp-reg                   usage binary-long.
004283    05 lkp-riga                  usage binary-long.
004283    05 lkp-righe                 usage binary-long.
004283    05 lkp-punta                 usage binary-long.
004283    05 lkp-klen                  usage binary-long.
004283    05 lkp-flags                 usage binary-long.
004283    05 lkp-trovato               pic x.
004283    05 lkp-stacca                pic x.
004283    05 lkp-scelto                pic x.
004283    05 lkp-finestra              usage pointer value null.
004283    05 lkp-griglia               usage pointer value null.
004283    05 lkp-box                   usage pointer.
004283    05 lkp-prima-b               usage pointer value null.
004283    05 lkp-dopo-b                usage pointer value null.
004283    05 lkp-scegli-b              usage pointer value null.
004283    05 lkp-annulla-b             usage pointer value null.
004283    05 lkp-bersaglio             usage pointer.
004283    05 lkp-vecchia               usage pointer.
004283    05 lkp-valore                pic x(60).
004283    05 lkp-opzione               pic x(300).
004283    05 lkp-coda                  pic x(512).
004283    05 lkp-coppia                pic x(70).
004283    05 lkp-colonna               pic x(32).
004283    05 lkp-widget                pic x(32).
004283    05 lkp-scratch               pic x(512).
004283    05 lkp-salva-testo           pic x(512).
004283    05 lkp-salva-valore          pic x(512).
004283    05 lkp-salva-numero          pic s9(12)v9(6).
004283    05 lkp-salva-oggetto         usage pointer.
004283    05 lkp-salva-widget          usage pointer.
004283    05 lkp-salva-classe          pic x(32).
004283    05 lkp-salva-int             usage unsigned-short.
004283    05 lkp-pagina                pic x(512) occurs 30 times.
004283    05 lkp-entry                 occurs 32 times.
004283       10 lkp-ptr                usage pointer.
004283       10 lkp-win                usage pointer.
004283       10 lkp-file               pic x(200).
004283       10 lkp-mappa              pic x(400).
004283       10 lkp-mostra             pic x(200).
004283       10 lkp-riempi             pic x(300).
004283       10 lkp-passo              usage binary-long.
004283 77 dati-file                    pic x(200).
004284 77 dati-stato                   pic xx.
004285 77 dati-eof                     pic x.
004326 77 audit-rc-save                pic s9(5) comp-5.
004327 77 audit-data                   pic 9(8).
004328 77 audit-ora                    pic 9(8).
004328 77 audit-eof                    pic x.
004328 77 audit-seq                    pic 9(9).
004328 77 audit-hash                   pic 9(18).
004328 77 catena-file                  pic x(260).
004328 77 catena-stato                 pic xx.
004328 77 hash-testo                   pic x(256).
004328 77 hash-lungo                   usage binary-long.
004328 77 hash-i                       usage binary-long.
004329 77 cap-file                     pic x(250).
004330 77 cap-stato                    pic xx.
004331 77 cap-attivo                   pic x.
004426         move 0 to agar-int
004427        end-if
004428        goback
004429*
004429* nor do the verbs the bulk loaders call, headless batch runs
004429* with no display to initialize
004429*
004429       when "check-value"
004429        perform locale-batch thru ex-locale-batch
004429        perform check-value  thru ex-check-value
004429        goback
004429       when "put-field"
004429        perform locale-batch thru ex-locale-batch
004429        perform put-field    thru ex-put-field
004429        goback
004429       when "get-user"
004429        perform get-user     thru ex-get-user
004429        goback
004429       when "get-station"
004429        perform get-station  thru ex-get-station
004429        goback
004429       when "company-file"
004429        perform company-file thru ex-company-file
004429        goback
004429       when "get-company"
004429        perform get-company  thru ex-get-company
004429        goback
004429*
004429* labels are a file and an lp command: the picking run prints
004429* them with no display, a screen the same way
004429*
004429       when "label"
004429        perform locale-batch thru ex-locale-batch
004429        perform etichetta    thru ex-etichetta
004429        goback
004429*
004429* the outbox verbs touch only the queue file: the status bar
004429* timer and the agaroutbox sender call them with no window
004429*
004429       when "outbox-depth"
004429        move agar-rc-ok to agar-return-code
004429        perform outbox-depth  thru ex-outbox-depth
004429        goback
004429       when "outbox-status"
004429        move agar-rc-ok to agar-return-code
004429        perform outbox-status thru ex-outbox-status
004429        goback
004429       when "outbox-flush"
004429        move agar-rc-ok to agar-return-code
004429        perform outbox-flush  thru ex-outbox-flush
004429        goback
004429       when "kiosk-report"
004429        perform kiosk-report  thru ex-kiosk-report
004429        goback
004429*
004429* a field computed fields read has changed: FieldChanged has
004429* them worked out again before its own event program runs
004429*
004429       when "formula-changed"
004429        move agar-object to frm-sorgente
004429        perform formula-cambio thru ex-formula-cambio
004429        goback
004429*
004429* the F4 lookup prompt: KeyDispatch hands over the key, the
004429* LookupButton relay the popup events, FieldExit the code the
004429* operator leaves behind
004429*
004429       when "lookup-key"
004429        move agar-rc-ok to agar-return-code
004429        perform lookup-tasto      thru ex-lookup-tasto
004429        goback
004429       when "lookup-button"
004429        move agar-rc-ok to agar-return-code
004429        perform lookup-bottone    thru ex-lookup-bottone
004429        goback
004429       when "lookup-check"
004429        move agar-rc-ok to agar-return-code
004429        perform lookup-controlla  thru ex-lookup-controlla
004429        goback
004429*
004429* the relays bracket the event program they run, timing it
004429* without touching what the screen left in the externals
004429*
004429       when "perf-start"
004429        perform perf-evento   thru ex-perf-evento
004429        goback
004429       when "perf-stop"
004429        if perf-attivo = "S"
004429         perform perf-fine    thru ex-perf-fine
004429        end-if
004429        goback
004429       when other
004430        continue
004431      end-evaluate.
004431*
004431* the database verbs of a batch run that never opens the
004431* display (reconciliation, loaders) are answered here too; a
004431* screen that is up takes the ordinary road below
004431*
004431      if agar-started not = agar-true
004431       evaluate function lower-case(agar-function)
004431        when "sql-connect"
004431         move agar-rc-ok to agar-return-code
004431         perform sql-connect thru ex-sql-connect
004431         goback
004431        when "sql-fetch"
004431         move agar-rc-ok to agar-return-code
004431         perform sql-fetch   thru ex-sql-fetch
004431         goback
004431        when "sql-apply"
004431         move agar-rc-ok to agar-return-code
004431         perform locale-batch thru ex-locale-batch
004431         perform sql-apply   thru ex-sql-apply
004431         goback
004431        when "sql-export"
004431         move agar-rc-ok to agar-return-code
004431         perform sql-export  thru ex-sql-export
004431         goback
004431        when "sql-row"
004431         move agar-rc-ok to agar-return-code
004431         perform sql-row     thru ex-sql-row
004431         goback
004431        when "sql-exec"
004431         move agar-rc-ok to agar-return-code
004431         perform sql-exec    thru ex-sql-exec
004431         goback
004431        when "sql-close"
004431         move agar-rc-ok to agar-return-code
004431         perform sql-chiudi  thru ex-sql-chiudi
004431         goback
004431        when "xml-bind"
004431         move agar-rc-ok to agar-return-code
004431         perform xml-lega       thru ex-xml-lega
004431         goback
004431        when "xml-reset"
004431         move agar-rc-ok to agar-return-code
004431         perform xml-azzera     thru ex-xml-azzera
004431         goback
004431        when "xml-count"
004431         move agar-rc-ok to agar-return-code
004431         perform xml-conta      thru ex-xml-conta
004431         goback
004431        when "xml-build"
004431         move agar-rc-ok to agar-return-code
004431         perform locale-batch   thru ex-locale-batch
004431         perform xml-costruisci thru ex-xml-costruisci
004431         goback
004431        when "xml-parse"
004431         move agar-rc-ok to agar-return-code
004431         perform locale-batch   thru ex-locale-batch
004431         perform xml-analizza   thru ex-xml-analizza
004431         goback
004431        when other
004431         continue
004431       end-evaluate
004431      end-if.

004432      if agar-started not = agar-true
004433        ACCEPT agar-debug from environment "GuiCOBOLdebug".
004453      if cap-attivo = "S" and replay-corso not = "S"
004454       perform cattura-verbo    thru ex-cattura-verbo
004455      end-if

004455      if perf-attivo = "S"
004455       perform perf-inizio      thru ex-perf-inizio
004455      end-if
004456
004457      evaluate function lower-case(agar-function)
004458
004465      when "ask-confirm"  perform ask-confirm thru ex-ask-confirm
004466      when "set-debug"    perform set-debug   thru ex-set-debug
004467      when "set-caption"  perform set-caption thru ex-set-caption
004467      when "set-style"    perform imposta-stile
004467                           thru ex-imposta-stile
004468      when "get-caption"  perform get-caption thru ex-get-caption
004469      when "get-node"     perform get-node    thru ex-get-node
004470      when "set-width"    perform set-width   thru ex-set-width
004524      when "addnotebook"  perform addnotebook thru ex-addnotebook
004525      when "addgraph"     perform addgraph    thru ex-addgraph
004526      when "addplotter"   perform addplotter  thru ex-addplotter
004526      when "chart-bars"   perform grafico-barre
004526                           thru ex-grafico-barre
004526      when "chart-point"  perform grafico-punto
004526                           thru ex-grafico-punto
004527      when "addfiledlg"   perform addfiledlg  thru ex-addfiledlg
004528      when "adddirdlg"    perform adddirdlg   thru ex-adddirdlg
004529      when "addsocket"    perform addsocket   thru ex-addsocket
004582                                         thru ex-collectrecord
004583      when "set-validate" perform set-validate
004584                                         thru ex-set-validate
004584      when "set-formula"  perform formula-dichiara
004584                                         thru ex-formula-dichiara
004584      when "recalc"       perform formula-ricalcola
004584                                         thru ex-formula-ricalcola
004584      when "set-lookup"   perform lookup-dichiara
004584                                         thru ex-lookup-dichiara
004585      when "validate"     perform validate-form
004586                                         thru ex-validate-form
004587      when "set-taborder" perform set-taborder
004596                                   thru ex-scan-mark
004596      when "scan-restore" perform scan-restore
004596                                   thru ex-scan-restore
004596      when "scan-route-label"
004596                          perform etichetta-scan
004596                                   thru ex-etichetta-scan
004596      when "label-preview"
004596                          perform etichetta-anteprima
004596                                   thru ex-etichetta-anteprima
004596      when "register-record"
004596                          perform register-record
004596                                   thru ex-register-record
004596                                   thru ex-receive-record
004596      when "http-get"     perform http-prendi
004596                                   thru ex-http-prendi
004596      when "http-post"    perform http-post
004596                                   thru ex-http-post
004596      when "json-fetch"   perform json-in-record
004596                                   thru ex-json-in-record
004596      when "json-apply"   perform json-da-record
004596                                   thru ex-json-da-record
004596      when "xml-bind"     perform xml-lega
004596                                   thru ex-xml-lega
004596      when "xml-reset"    perform xml-azzera
004596                                   thru ex-xml-azzera
004596      when "xml-count"    perform xml-conta
004596                                   thru ex-xml-conta
004596      when "xml-build"    perform xml-costruisci
004596                                   thru ex-xml-costruisci
004596      when "xml-parse"    perform xml-analizza
004596                                   thru ex-xml-analizza
004596      when "lock-record"  perform lock-record
004596                                   thru ex-lock-record
004596      when "unlock-record"
004596                          perform unlock-record
004596                                   thru ex-unlock-record
004596      when "lock-list"    perform lock-elenco
004596                                   thru ex-lock-elenco
004596      when "lock-free"    perform lock-libera
004596                                   thru ex-lock-libera
004596      when "kiosk-list"   perform kiosk-elenco
004596                                   thru ex-kiosk-elenco
004596      when "next-number"  perform prossimo-numero
004596                                   thru ex-prossimo-numero
004596      when "heartbeat"    perform batticuore
004596                                   thru ex-batticuore
004596      when "windows-menu" perform windows-menu
004607      when "sql-fetch"    perform sql-fetch   thru ex-sql-fetch
004607      when "sql-apply"    perform sql-apply   thru ex-sql-apply
004607      when "sql-close"    perform sql-chiudi  thru ex-sql-chiudi
004607      when "sql-export"   perform sql-export  thru ex-sql-export
004607      when "sql-row"      perform sql-row     thru ex-sql-row
004607      when "sql-exec"     perform sql-exec    thru ex-sql-exec
004607      when "browse-open"  perform browse-open
004607                                        thru ex-browse-open
004607      when "browse-next"  perform browse-next
004607                                        thru ex-browse-seek
004607      when "browse-close" perform browse-chiudi
004607                                        thru ex-browse-chiudi
004607      when "browse-key"   perform browse-key
004607                                        thru ex-browse-key
004608      when "print"        perform stampa      thru ex-stampa
004609      when "snapshot"     perform snapshot    thru ex-snapshot
004610      when "save-geometry"
004633      when "forget-window"
004634                          perform dimentica-finestra
004635                                thru ex-dimentica-finestra
004635      when "switch-company"
004635                          perform cambia-ditta
004635                                thru ex-cambia-ditta
004636
004637      when other
004638       display "agarcob - command: '"
004641                  upon syserr
004642       move agar-rc-error to agar-return-code
004643      end-evaluate.

004643      if perf-attivo = "S"
004643       perform perf-fine        thru ex-perf-fine
004643      end-if.
004644
004644      if agar-return-code = agar-rc-error
004644       and err-hook-dentro not = "S"
005745      if audit-file not = spaces
005746       move "S" to audit-attivo.
005747
005747      accept perf-file from environment "GuiCOBOLperflog".
005747      if perf-file not = spaces
005747       move "S" to perf-attivo
005747       move zeros to perf-livello
005747       accept perf-utente from environment "USER"
005747       move spaces to perf-valore
005747       accept perf-valore from environment "GuiCOBOLperfslow"
005747       if function test-numval(perf-valore) = zero
005747        and function numval(perf-valore) > zero
005747        move function numval(perf-valore) to perf-soglia
005747       end-if
005747      end-if.

005748      accept cap-file    from environment "GuiCOBOLcapture".
005749      if cap-file not = spaces
005750       move "S" to cap-attivo.

011234      call static "AG_FixedPlotterNew" using
011235          by value agar-object
011235          by value AG-PLOTTER-LINES
011236          by value AG-FIXED-PLOTTER-EXPAND
011237                returning agar-widget.

011238 ex-addplotter.
011239      exit.
022389*
022389* dashboard charts.  a graph widget becomes a bar chart:
022389*   move "Nord=120;Sud=80;Est=45,5" to agar-text
022389*   invoke agraph "chart-bars"
022389* one bar per label=value pair, up to twelve, the heights
022389* scaled on the largest and the value beside the label;
022389* every call draws the chart anew.  a plotter widget becomes
022389* a line chart that scrolls by itself:
022389*   move 1250 to agar-number        (the new point)
022389*   move 2000 to agar-int           (top of the scale up to
022389*   invoke aplotter "chart-point"    32767, zero keeps it)
022389*   agar-text names the curve on the first call
022389* the point is held within the scale
022389*
022389 grafico-barre.

022389     inspect agar-text replacing all x"00" by space.

022389     move zeros  to gb-conta gb-massimo.
022389     move space  to gb-errato.
022389     move 1      to gb-punta.

022389     perform until gb-punta > length of agar-text
022389      or gb-conta = 12
022389      move spaces to gb-pezzo
022389      unstring agar-text delimited by ";"
022389       into gb-pezzo with pointer gb-punta
022389      end-unstring
022389      if gb-pezzo not = spaces
022389       perform barra-voce thru ex-barra-voce
022389      end-if
022389     end-perform.

022389     if gb-errato = "S" go to ex-grafico-barre.

022389     call static "AG_GraphFreeVertices" using
022389      by value agar-widget returning omitted.

022389     perform varying gb-i from 1 by 1
022389      until gb-i > gb-conta
022389      perform barra-disegna thru ex-barra-disegna
022389     end-perform.

022389 ex-grafico-barre.
022389     exit.

022389 barra-voce.

022389     add 1 to gb-conta.
022389     move spaces to gb-nome(gb-conta) gb-testo.
022389     unstring gb-pezzo delimited by "="
022389      into gb-nome(gb-conta) gb-testo
022389     end-unstring.

022389     if gb-testo = spaces
022389      or function test-numval(gb-testo) not = zero
022389      display "chart-bars: not a value "
022389       function trim(gb-pezzo) upon syserr
022389      move agar-rc-error to agar-return-code
022389      move "S" to gb-errato
022389      compute gb-punta = length of agar-text + 1
022389      go to ex-barra-voce
022389     end-if.

022389     compute gb-valore(gb-conta) = function numval(gb-testo).
022389     if gb-valore(gb-conta) > gb-massimo
022389      move gb-valore(gb-conta) to gb-massimo.

022389 ex-barra-voce.
022389     exit.

022389*
022389* one bar: a rectangle vertex standing on the base line, 160
022389* pixels for the largest value, the label and value inside
022389*
022389 barra-disegna.

022389     move 2 to gb-alto.
022389     if gb-massimo > zero and gb-valore(gb-i) > zero
022389      compute gb-alto rounded =
022389       gb-valore(gb-i) * 160 / gb-massimo
022389      if gb-alto < 2
022389       move 2 to gb-alto
022389      end-if
022389     end-if.

022389     compute gb-x = 40 + (gb-i - 1) * 70.
022389     compute gb-y = 200 - gb-alto / 2.

022389     move spaces to gb-etichetta.
022389     if gb-valore(gb-i) = function integer-part(gb-valore(gb-i))
022389      move gb-valore(gb-i) to gb-intero
022389      string function trim(gb-nome(gb-i)) " "
022389             function trim(gb-intero) x"00"
022389             delimited by size into gb-etichetta
022389     else
022389      move gb-valore(gb-i) to gb-edit
022389      string function trim(gb-nome(gb-i)) " "
022389             function trim(gb-edit) x"00"
022389             delimited by size into gb-etichetta
022389     end-if.
022389     inspect gb-etichetta replacing all "%" by space.

022389     call static "AG_GraphVertexNew" using
022389      by value agar-widget
022389       by value agar-null-pointer
022389        returning gb-vertice.

022389     call static "AG_GraphVertexLabel" using
022389      by value gb-vertice
022389       by reference gb-etichetta
022389        returning omitted.

022389     call static "AG_GraphVertexStyle" using
022389      by value gb-vertice
022389       by value AG-GRAPH-VERTEX-RECTANGLE
022389        returning omitted.

022389     call static "AG_GraphVertexSize" using
022389      by value gb-vertice
022389       by value gb-largo gb-alto
022389        returning omitted.

022389     call static "AG_GraphVertexColorBG" using
022389      by value gb-vertice
022389       by value gb-rosso gb-verde gb-blu
022389        returning omitted.

022389     call static "AG_GraphVertexPosition" using
022389      by value gb-vertice
022389       by value gb-x gb-y
022389        returning omitted.

022389 ex-barra-disegna.
022389     exit.

022389 grafico-punto.

022389     perform varying plot-ind from 1 by 1
022389      until plot-ind > plot-count
022389      or plot-ptr(plot-ind) = agar-widget
022389      continue
022389     end-perform.

022389     if plot-ind > plot-count
022389      if plot-count not < 8
022389       display "chart-point: too many plotters" upon syserr
022389       move agar-rc-error to agar-return-code
022389       go to ex-grafico-punto
022389      end-if
022389      add 1 to plot-count
022389      move plot-count  to plot-ind
022389      move agar-widget to plot-ptr(plot-ind)
022389      move 100         to plot-scala(plot-ind)
022389      inspect agar-text replacing all x"00" by space
022389      move spaces to plot-nome
022389      if agar-text = spaces
022389       move "valore" to plot-nome
022389      else
022389       move agar-text(1:32) to plot-nome
022389      end-if
022389      perform varying gb-i from 32 by -1
022389       until gb-i = zeros or plot-nome(gb-i:1) > space
022389       continue
022389      end-perform
022389      move x"00" to plot-nome(gb-i + 1:1)
022389      call static "AG_FixedPlotterCurve" using
022389       by value agar-widget
022389        by reference plot-nome
022389         by value gb-rosso gb-verde gb-blu
022389          by value plot-limite
022389           returning plot-curva(plot-ind)
022389     end-if.

022389     if agar-int > zero
022389      move agar-int to plot-scala(plot-ind)
022389      if plot-scala(plot-ind) > 32767
022389       move 32767 to plot-scala(plot-ind)
022389      end-if
022389      call static "AG_FixedPlotterSetRange" using
022389       by value agar-widget
022389        by value plot-scala(plot-ind)
022389         returning omitted
022389     end-if.

022389     evaluate true
022389      when agar-number > plot-scala(plot-ind)
022389       move plot-scala(plot-ind) to plot-dato
022389      when agar-number < zero
022389       move zeros to plot-dato
022389      when other
022389       compute plot-dato rounded = agar-number
022389     end-evaluate.

022389     call static "AG_FixedPlotterDatum" using
022389      by value plot-curva(plot-ind)
022389       by value plot-dato
022389        returning omitted.

022389 ex-grafico-punto.
022389     exit.


011240 addfiledlg.

012968      if reg-ind not = zeros
012970       move agar-text            to reg-name(reg-ind)
012972       inspect reg-name(reg-ind) replacing all x"00" by space
012973       move reg-name(reg-ind)    to msk-nome
012973       perform riservato-da-tema thru ex-riservato-da-tema
012973       if msk-trovato = "S"
012973        move "S"                 to reg-riservato(reg-ind)
012973        move msk-vis             to reg-visibili(reg-ind)
012973       end-if
012974      end-if.
012976
012980 ex-set-name.
021050      move zeros             to reg-taborder(reg-count).
021051      set reg-changed-proc(reg-count)  to null.
021052      set reg-exitfld-proc(reg-count)  to null.
021052      move spaces to reg-changed-nome(reg-count)
021052                     reg-exitfld-nome(reg-count).
021052      move space             to reg-riservato(reg-count).
021052      move zeros             to reg-visibili(reg-count).

021053      perform applica-tema   thru ex-applica-tema.

021055      exit.

021056 trova-genitore.
022389*
022389* the window a new widget belongs to: inherited from its
022389* parent when the parent is registered, taken from the parent
022389* itself when that is the window, and only as a last resort
022389* from the window of the latest addform
022389*
021057      perform cerca-registro thru ex-cerca-registro.

021058      if reg-ind not = zeros
021367        move "+" to sep-segno
021367        compute map-cifre rounded =
021367         agar-number * map-divisore
021367        if agar-number < zeros
021367         move "-" to sep-segno
021367         compute map-cifre = zeros - map-cifre
021367        end-if

021445      move agar-text to reg-rule(reg-ind).
021446      inspect reg-rule(reg-ind) replacing all x"00" by space.
021446      perform lookup-regola thru ex-lookup-regola.

021447      move reg-rule(reg-ind) to rule-tail.

021448      perform until rule-tail = spaces
021448       move spaces to rule-item
021448       move 1      to ind2
021448       unstring rule-tail delimited by ";" into rule-item
021448        with pointer ind2
021448       end-unstring
021448       if ind2 > length of rule-tail
021448        move spaces           to rule-tail
021448       else
021448        move rule-tail(ind2:) to coda-lavoro
021448        move coda-lavoro      to rule-tail
021448       end-if
021448       move function upper-case(rule-item) to rule-work
021448       if rule-work(1:9) = "SENSITIVE"
021448        move "S" to reg-riservato(reg-ind)
021448        move 4   to reg-visibili(reg-ind)
021448        if rule-work(10:1) = "="
021448         and rule-work(11:) not = spaces
021448         move function numval(rule-work(11:10))
021448           to reg-visibili(reg-ind)
021448        end-if
021448       end-if
021448      end-perform.

021450 ex-set-validate.
021451      exit.
021461      set  val-primo to null.
021462      move zeros to val-primo-ind.
021463      move agar-widget to val-finestra.
021463      perform nome-finestra thru ex-nome-finestra.
021463      move map-name(1:16) to val-nome-fin.

021465      perform varying reg-ind from 1 by 1
021466       until reg-ind > reg-count
021521         move val-testo(1:10)   to data-testo
021522         perform testo-in-data  thru ex-testo-in-data
021523         if data-ko = "S"
021524          move "DATE"           to rule-item
021524          perform segna-errore  thru ex-segna-errore
021525         else
021526          move data-num         to val-num
021620       when rule-work(1:5) = "LIST="
021621        perform valida-lista   thru ex-valida-lista

021622       when rule-work(1:9) = "SENSITIVE"
021622        continue

021622       when rule-work = "LOOKUP"
021622        if val-verifica not = "S" and val-testo not = spaces
021622         perform lookup-valida thru ex-lookup-valida
021622        end-if

021625       when other
021626        display "validate: unknown rule "
021627         function trim(rule-item) upon syserr

021630      end-evaluate.

021635      if rule-ko = "S" and val-verifica not = "S"
021636       perform segna-errore thru ex-segna-errore.

021640 ex-valida-regola.

021740      add 1 to val-errors.

021740      perform scrivi-valog thru ex-scrivi-valog.

021745      if val-primo = null
021746       move reg-ptr(reg-ind)  to val-primo
021747       move reg-ind           to val-primo-ind

021750 ex-segna-errore.
021751      exit.
021751*
021751* the failure in the validation log, laid out as the audit
021751* journal: date, time, operator, window, widget, then the
021751* rule and the value turned down (never a password)
021751*
021751 scrivi-valog.

021751      accept valog-file from environment "GuiCOBOLvalidlog"
021751      end-accept.
021751      if valog-file = spaces
021751       move "guicobol-valid.log" to valog-file.

021751      open extend ark-valog.
021751      if valog-stato not = "00"
021751       and valog-stato not = "05"
021751       go to ex-scrivi-valog.

021751      accept audit-data from date yyyymmdd.
021751      accept audit-ora  from time.

021751      move spaces              to rec-valog.
021751      move audit-data          to dati-valog(1:8).
021751      move audit-ora(1:6)      to dati-valog(9:6).
021751      move utente              to dati-valog(16:16).
021751      move val-nome-fin        to dati-valog(33:16).
021751      move reg-name(reg-ind)   to dati-valog(50:16).
021751      if reg-name(reg-ind) = spaces
021751       move reg-caption(reg-ind) to dati-valog(50:16).
021751      move function upper-case(rule-item)
021751                               to dati-valog(67:24).
021751      evaluate true
021751       when val-testo = spaces
021751        continue
021751       when reg-class(reg-ind) = "password"
021751        move "********"        to dati-valog(92:40)
021751       when reg-riservato(reg-ind) = "S"
021751        move val-testo         to msk-testo
021751        move reg-visibili(reg-ind) to msk-vis
021751        perform maschera       thru ex-maschera
021751        move msk-testo         to dati-valog(92:40)
021751       when other
021751        move val-testo         to dati-valog(92:40)
021751      end-evaluate.

021751      write rec-valog.

021751      close ark-valog.

021751 ex-scrivi-valog.
021751      exit.
021751*
021751* the performance log: the verbs that wait on something outside
021751* the screen -- files, the database, the network, the lock server
021751* -- are timed from call to return, the event programs from the
021751* relay that runs them to their return, so the wait after a click
021751* is one record and the verbs inside it carry its program name
021751*
021751 perf-inizio.

021751      add 1 to perf-livello.
021751      if perf-livello > 16 go to ex-perf-inizio.

021751      evaluate function lower-case(agar-function)
021751       when "loadtable"
021751       when "savetable"
021751       when "browse-open"
021751       when "browse-next"
021751       when "browse-prev"
021751       when "browse-seek"
021751       when "browse-close"
021751       when "loaddraft"
021751       when "savedraft"
021751       when "loadcalendar"
021751       when "savecalendar"
021751       when "xml-build"
021751       when "xml-parse"
021751        move "FILE" to perf-tipo
021751       when "sql-connect"
021751       when "sql-select"
021751       when "sql-fetch"
021751       when "sql-apply"
021751       when "sql-close"
021751       when "sql-export"
021751       when "sql-row"
021751       when "sql-exec"
021751        move "SQL"  to perf-tipo
021751       when "http-get"
021751       when "http-post"
021751       when "send-record"
021751       when "receive-record"
021751        move "HTTP" to perf-tipo
021751       when "lock-record"
021751       when "unlock-record"
021751       when "lock-list"
021751       when "lock-free"
021751       when "next-number"
021751        move "LOCK" to perf-tipo
021751       when other
021751        move spaces to perf-tipo
021751      end-evaluate.

021751      move spaces to perf-voce(perf-livello).
021751      if perf-tipo = spaces go to ex-perf-inizio.

021751      move perf-tipo to pp-tipo(perf-livello).
021751      move function lower-case(agar-function)
021751        to pp-verbo(perf-livello).

021751      perform varying perf-i from perf-livello by -1
021751       until perf-i < 1 or pp-tipo(perf-i) = "EVENT"
021751       continue
021751      end-perform.
021751      if perf-i > zero
021751       move pp-programma(perf-i) to pp-programma(perf-livello)
021751       move pp-finestra(perf-i)  to pp-finestra(perf-livello)
021751      end-if.

021751      move agar-widget to perf-ptr.
021751      perform perf-dove     thru ex-perf-dove.

021751      perform perf-orologio thru ex-perf-orologio.
021751      move perf-ms to pp-inizio(perf-livello).

021751 ex-perf-inizio.
021751      exit.

021751 perf-evento.

021751      if perf-attivo not = "S" go to ex-perf-evento.

021751      add 1 to perf-livello.
021751      if perf-livello > 16 go to ex-perf-evento.

021751      move spaces    to perf-voce(perf-livello).
021751      move "EVENT"   to pp-tipo(perf-livello).
021751      move tm-evento to pp-verbo(perf-livello).
021751      move tm-nome   to pp-programma(perf-livello).

021751      move tm-obj to perf-ptr.
021751      perform perf-dove thru ex-perf-dove.

021751      if pp-widget(perf-livello) = spaces
021751       move tm-obj    to perf-ptr
021751       perform perf-nome-oggetto thru ex-perf-nome-oggetto
021751       move perf-nome to pp-widget(perf-livello)
021751      end-if.

021751      perform perf-orologio thru ex-perf-orologio.
021751      move perf-ms to pp-inizio(perf-livello).

021751 ex-perf-evento.
021751      exit.
021751*
021751* window and widget of the timed call: a registered widget knows
021751* both, anything else falls back on the window of the latest
021751* addform -- only live pointers are asked their name
021751*
021751 perf-dove.

021751      perform varying perf-i from 1 by 1
021751       until perf-i > reg-count
021751       or reg-ptr(perf-i) = perf-ptr
021751       continue
021751      end-perform.

021751      if perf-ptr not = null
021751       and perf-i not > reg-count
021751       move reg-name(perf-i) to pp-widget(perf-livello)
021751       if reg-win(perf-i) not = null
021751        move reg-win(perf-i) to perf-ptr
021751        perform perf-nome-oggetto thru ex-perf-nome-oggetto
021751        move perf-nome to pp-finestra(perf-livello)
021751       end-if
021751       go to ex-perf-dove
021751      end-if.

021751      if pp-finestra(perf-livello) = spaces
021751       and agar-form not = null
021751       move agar-form to perf-ptr
021751       perform perf-nome-oggetto thru ex-perf-nome-oggetto
021751       move perf-nome to pp-finestra(perf-livello)
021751      end-if.

021751 ex-perf-dove.
021751      exit.
021751*
021751* the name of perf-ptr, leaving agar-text and agar-struct alone:
021751* the verb about to run may have its input there
021751*
021751 perf-nome-oggetto.

021751      move spaces to perf-nome.

021751      if perf-ptr = null go to ex-perf-nome-oggetto.

021751      call static "AG_ObjectGetName"
021751       using by value perf-ptr
021751        returning perf-struct.

021751      if perf-struct = null go to ex-perf-nome-oggetto.

021751      set address of agar-string to perf-struct.
021751      move agar-string to perf-testo.
021751      unstring perf-testo delimited by x"00"
021751       into perf-nome
021751      end-unstring.

021751 ex-perf-nome-oggetto.
021751      exit.
021751*
021751* milliseconds since midnight, to the hundredth the clock gives
021751*
021751 perf-orologio.

021751      accept perf-ora from time.
021751      compute perf-ms =
021751       ( function numval(perf-ora(1:2)) * 3600
021751       + function numval(perf-ora(3:2)) * 60
021751       + function numval(perf-ora(5:2)) ) * 1000
021751       + function numval(perf-ora(7:2)) * 10.

021751 ex-perf-orologio.
021751      exit.

021751 perf-fine.

021751      if perf-livello < 1 go to ex-perf-fine.

021751      if perf-livello not > 16
021751       and pp-tipo(perf-livello) not = spaces
021751       perform perf-scrivi thru ex-perf-scrivi.

021751      subtract 1 from perf-livello.

021751 ex-perf-fine.
021751      exit.
021751*
021751* one record: date, time, operator, window, widget as the other
021751* logs lay them down, then kind, verb or event, event program,
021751* elapsed milliseconds and SLOW past GuiCOBOLperfslow
021751*
021751 perf-scrivi.

021751      perform perf-orologio thru ex-perf-orologio.

021751      compute perf-trascorsi = perf-ms - pp-inizio(perf-livello).
021751      if perf-trascorsi < zero
021751       add 86400000 to perf-trascorsi.

021751      open extend ark-perf.
021751      if perf-stato not = "00"
021751       and perf-stato not = "05"
021751       go to ex-perf-scrivi.

021751      accept audit-data from date yyyymmdd.

021751      move spaces                   to rec-perf.
021751      move audit-data               to dati-perf(1:8).
021751      move perf-ora(1:6)            to dati-perf(9:6).
021751      if utente = spaces
021751       move perf-utente             to dati-perf(16:16)
021751      else
021751       move utente                  to dati-perf(16:16)
021751      end-if.
021751      move pp-finestra(perf-livello)  to dati-perf(33:16).
021751      move pp-widget(perf-livello)    to dati-perf(50:16).
021751      move pp-tipo(perf-livello)      to dati-perf(67:5).
021751      move pp-verbo(perf-livello)     to dati-perf(73:16).
021751      move pp-programma(perf-livello) to dati-perf(90:32).
021751      move perf-trascorsi             to perf-millis.
021751      move perf-millis                to dati-perf(123:9).
021751      if perf-trascorsi > perf-soglia
021751       move "SLOW"                    to dati-perf(133:4).

021751      write rec-perf.

021751      close ark-perf.

021751 ex-perf-scrivi.
021751      exit.

021760*
021761* usage: move n to "taborder" of widget -- then the form gives
022387* hides ("H") every widget the permissions file forbids the
022387* role (GuiCOBOLperms, default perms.dat: "role;name;D|H",
022387* role "*" matching everyone).
022387* the users file line carries the account policy after the
022387* role: "user;salt;hash;role;state;change;lastlogin;failed;
022387* pwddate;history" -- state A active (or empty), D disabled,
022387* L locked; change S forces a new password at the next
022387* sign-on; lastlogin yyyymmddhhmmss; failed the attempts gone
022387* wrong in a row; pwddate yyyymmdd of the password; history
022387* the hashes of the previous passwords, comma separated.
022387* the policy: GuiCOBOLmaxfail failed attempts lock the
022387* account (default 5, 0 never), a password older than
022387* GuiCOBOLpwdage days (default 90, 0 never) or flagged by the
022387* administrator must be changed before the sign-on completes,
022387* at least GuiCOBOLpwdmin characters (default 6) and none of
022387* the last GuiCOBOLpwdhistory passwords (default 3, max 5).
022387* with GuiCOBOLldap set (the server, ldap://dc.example.com)
022387* a user not in the users file is checked against the
022387* directory instead: ldapsearch binds as GuiCOBOLldapbind
022387* ("%u@example.com" for active directory, "uid=%u,ou=people,
022387* dc=example,dc=com" for openldap; default %u) and reads the
022387* groups of GuiCOBOLldapfilter (default (sAMAccountName=%u))
022387* under GuiCOBOLldapbase; the role is the one of the first
022387* line of GuiCOBOLldapgroups (default ldapgroups.dat,
022387* "group;role", the group by its CN) the user is a member
022387* of, and no line matching means no sign-on.  the password
022387* travels to the client through the environment and a file
022387* only its owner reads, removed as soon as the bind is done.
022387* the lockout and the aging of those accounts are the
022387* directory's business; the users file keeps the accounts
022387* with no domain login, the shop floor kiosks.
022387* every outcome goes to the audit journal as verb "login".
022387* on success the role comes back in agar-value.
022387*
022387 secure-login.

022387      accept sec-file from environment "GuiCOBOLusers".
022387      if sec-file = spaces move "users.dat" to sec-file.

022387      perform regole-password thru ex-regole-password.

022387      perform regole-ldap thru ex-regole-ldap.

022387      perform giro-secure thru ex-giro-secure
022387       until sec-autenticato = "S"
022387       or sec-tenta = zeros.

022387      if sec-autenticato = "S"
022387       perform scegli-ditta thru ex-scegli-ditta.

022387      move spaces to agar-value.

022387      if sec-autenticato = "S"
022387       move sec-utente to utente
022387       move sec-ruolo  to agar-value
022387       move agar-rc-ok to agar-return-code
022387      else
022387       move agar-rc-error to agar-return-code

022387      perform cerca-utente thru ex-cerca-utente.

022387      move "Utente o password errati" to agar-text.

022387      if sec-trovato not = "S"
022387       and ldap-server not = spaces
022387       perform ldap-accesso thru ex-ldap-accesso
022387       if sec-autenticato = "S"
022387        go to ex-giro-secure
022387       end-if
022387       go to giro-secure-ko.

022387      if sec-trovato not = "S"
022387       move "unknown user" to sec-esito
022387       perform audit-accesso thru ex-audit-accesso
022387       go to giro-secure-ko.

022387      if sec-stato-utente = "D"
022387       move "disabled" to sec-esito
022387       perform audit-accesso thru ex-audit-accesso
022387       move "Utente disabilitato" to agar-text
022387       go to giro-secure-ko.

022387      if sec-stato-utente = "L"
022387       move "locked" to sec-esito
022387       perform audit-accesso thru ex-audit-accesso
022387       move "Utente bloccato: rivolgersi all'amministratore"
022387         to agar-text
022387       go to giro-secure-ko.

022387      perform calcola-hash thru ex-calcola-hash.
022387      move sec-hash-calc to sec-hash-edit.

022387      if sec-hash-edit not = sec-hash-file
022387       add 1 to sec-falliti
022387       move "wrong password" to sec-esito
022387       if sec-max-falliti > zeros
022387        and sec-falliti not < sec-max-falliti
022387        move "L" to sec-stato-utente
022387        move "wrong password, locked" to sec-esito
022387        move "Utente bloccato: troppi tentativi errati"
022387          to agar-text
022387       end-if
022387       perform aggiorna-utente thru ex-aggiorna-utente
022387       perform audit-accesso thru ex-audit-accesso
022387       go to giro-secure-ko.
022387*
022387* the password is right: the counter starts again, the login
022387* is stamped, and an old or reset password is replaced here
022387*
022387      move zeros to sec-falliti.
022387      accept sec-oggi   from date yyyymmdd.
022387      accept sec-adesso from time.
022387      move spaces to sec-ultimo.
022387      string sec-oggi sec-adesso(1:6)
022387       delimited by size into sec-ultimo.

022387      if sec-data-pwd not numeric
022387       move sec-oggi to sec-data-pwd.

022387      if sec-eta-max > zeros
022387       compute sec-giorni =
022387        function integer-of-date(sec-oggi)
022387        - function integer-of-date(function numval(sec-data-pwd))
022387       if sec-giorni > sec-eta-max
022387        move "S" to sec-cambio
022387       end-if
022387      end-if.

022387      if sec-cambio = "S"
022387       perform cambio-password thru ex-cambio-password
022387       if sec-cambiata not = "S"
022387        perform aggiorna-utente thru ex-aggiorna-utente
022387        move "password change refused" to sec-esito
022387        perform audit-accesso thru ex-audit-accesso
022387        move zeros to sec-tenta
022387        go to ex-giro-secure
022387       end-if
022387      end-if.

022387      perform aggiorna-utente thru ex-aggiorna-utente.

022387      move "S" to sec-autenticato.
022387      move sec-ruolo-file to sec-ruolo.
022387      move "ok" to sec-esito.
022387      perform audit-accesso thru ex-audit-accesso.
022387      go to ex-giro-secure.

022387 giro-secure-ko.

022387      subtract 1 from sec-tenta.

022387      if sec-tenta > zeros
022387       move "set-warning" to agar-function
022387       perform set-warning thru ex-set-warning
022387      end-if.
022387 ex-giro-secure.
022387      exit.

022387*
022387* the companies of the shop: GuiCOBOLcompanies (default
022387* companies.dat) holds one line a company,
022387*   "code;name;data directory;database;spool directory"
022387* the data directory defaulting to the code (a directory of
022387* its own beside the programs), the spool directory to the
022387* data directory, the database to the one of sql-connect.
022387* with no such file the shop runs one company and nothing of
022387* this applies.  the users file line gives the companies of
022387* the user after the history ("A01,B02", "*" or empty for all
022387* of them), the directory mapping (GuiCOBOLldapgroups) a third
022387* field, "group;role;companies", every group matching adding
022387* its own.  one company is taken at once, more are offered in
022387* a dialog after the password.  the company chosen then rules:
022387*   maintain files (company-file verb of the I/O programs),
022387*   loadtable, savetable and browse-open: a relative name
022387*   found in the data directory of the company is the one of
022387*   the company, one not there is shared by all of them;
022387*   sql-connect: the database of the company;
022387*   print: a listing with a relative name lands in the spool
022387*   directory, passed on as GuiCOBOLspooldir to agarspool and
022387*   agarreport, the code as GuiCOBOLcompany;
022387*   savedraft / loaddraft: the draft file carries the code;
022387*   next-number: the series of the company when agar-value
022387*   names none;
022387*   status bar: a zone named "company" shows code and name;
022387*   audit journal: the code in every record.
022387* a batch run never signs on: GuiCOBOLcompany (set by the job
022387* or inherited from the session that started it) chooses.
022387*   invoke self "get-company"
022387* code back in agar-text, name in agar-value;
022387*   invoke self "switch-company"
022387* offers the companies of the signed-on user again; on a new
022387* choice every window but the main one is closed the way its
022387* close button would close it, then the company changes and
022387* the screen program opens its windows again.  the operator
022387* cancelling leaves everything open and agar-return-code -1
022387*
022387 scegli-ditta.

022387      if ditta-letta not = "S"
022387       perform ditta-ambiente thru ex-ditta-ambiente.

022387      move sec-ditte to ditta-filtro.
022387      perform carica-ditte thru ex-carica-ditte.

022387      if ditte-presenti not = "S"
022387       go to ex-scegli-ditta.

022387      if ditte-quante = zeros
022387       move space to sec-autenticato
022387       move "no company for the user" to sec-esito
022387       perform audit-accesso thru ex-audit-accesso
022387       move "Nessuna societa' abilitata per questo utente"
022387         to agar-text
022387       move spaces to agar-value
022387       move "set-warning" to agar-function
022387       perform set-warning thru ex-set-warning
022387       go to ex-scegli-ditta.

022387      move 1 to ditta-scelta.
022387      if ditte-quante > 1
022387       perform chiedi-ditta thru ex-chiedi-ditta.

022387      if ditta-scelta = zeros
022387       move space to sec-autenticato
022387       move "company not chosen" to sec-esito
022387       perform audit-accesso thru ex-audit-accesso
022387       go to ex-scegli-ditta.

022387      perform applica-ditta thru ex-applica-ditta.

022387      move spaces to sec-esito.
022387      string "company " function trim(ditta-codice)
022387       delimited by size into sec-esito.
022387      perform audit-accesso thru ex-audit-accesso.

022387 ex-scegli-ditta.
022387      exit.

022387*
022387* the companies the user may work for, one radio button each,
022387* the current one already marked; ditta-scelta back zero when
022387* the operator cancels
022387*
022387 chiedi-ditta.

022387      move zeros to ditta-scelta.

022387      call "AG_WindowNew" using by value 0
022387       returning login-win.
022387      call "AG_WindowSetCaptionS" using
022387       by value login-win
022387        by reference z"Scelta della societa'".

022387      call static "AG_RadioNew" using
022387          by value login-win
022387          by value agar-null-pointer
022387                returning ditta-radio.

022387      move zeros to ditta-valore.
022387      perform varying ditta-i from 1 by 1
022387       until ditta-i > ditte-quante
022387       move spaces to ditta-voce
022387       string function trim(do-codice(ditta-i)) "  "
022387              function trim(do-nome(ditta-i))   x"00"
022387              delimited by size into ditta-voce
022387       call "AG_RadioAddItemS" using
022387        by value ditta-radio
022387         by content ditta-voce
022387       end-call
022387       if do-codice(ditta-i) = ditta-codice
022387        compute ditta-valore = ditta-i - 1
022387       end-if
022387      end-perform.

022387      call "AG_SetInt" using
022387         by value ditta-radio
022387            by reference z"value"
022387             by value ditta-valore
022387               returning omitted
022387      end-call.

022387      call static "AG_ButtonNewS" using
022387         by value login-win
022387            by value AG-BUTTON-HFILL
022387            by content z"Conferma"
022387               returning agar-dummy.
022387      set agar-callback to entry "LoginOk".
022387      call "AG_SetEvent" using
022387         by value agar-dummy
022387         by reference z"button-pushed"
022387         by value agar-callback
022387         by reference null.
022387      call static "AG_ButtonNewS" using
022387         by value login-win
022387            by value AG-BUTTON-HFILL
022387            by content z"Annulla"
022387               returning agar-dummy.
022387      set agar-callback to entry "LoginCancel".
022387      call "AG_SetEvent" using
022387         by value agar-dummy
022387         by reference z"button-pushed"
022387         by value agar-callback
022387         by reference null.

022387      move space to login-scelta.
022387      call "AG_WindowShow" using by value login-win
022387       returning omitted.
022387      call "AG_EventLoop" returning agar-int.

022387      if login-scelta = "O"
022387       call static "AG_GetInt" using
022387          by value ditta-radio
022387             by reference z"value"
022387                returning ditta-valore
022387       end-call
022387       if ditta-valore not < zero
022387        and ditta-valore < ditte-quante
022387        compute ditta-scelta = ditta-valore + 1
022387       end-if
022387      end-if.

022387      call "ag_clear_terminate"
022387       on exception continue
022387      end-call.
022387      call "AG_ObjectDetach" using by value login-win
022387       returning omitted.

022387 ex-chiedi-ditta.
022387      exit.

022387*
022387* the company of the list entry ditta-scelta becomes the one
022387* of the session, for this program and the ones it starts
022387*
022387 applica-ditta.

022387      move do-codice(ditta-scelta) to ditta-codice.
022387      move do-nome(ditta-scelta)   to ditta-nome.
022387      move do-dati(ditta-scelta)   to ditta-dati.
022387      move do-db(ditta-scelta)     to ditta-db.
022387      move do-spool(ditta-scelta)  to ditta-spool.
022387      move "S"                     to ditta-letta.

022387      display "GuiCOBOLcompany"  upon environment-name.
022387      display ditta-codice       upon environment-value.
022387      display "GuiCOBOLspooldir" upon environment-name.
022387      display ditta-spool        upon environment-value.

022387      if sql-connesso = "S"
022387       if ditta-db not = spaces
022387        move ditta-db    to sql-db
022387       else
022387        move sql-db-base to sql-db
022387       end-if
022387      end-if.

022387      perform zone-ditta thru ex-zone-ditta.

022387 ex-applica-ditta.
022387      exit.

022387*
022387* a run that did not sign on takes the company GuiCOBOLcompany
022387* names, once
022387*
022387 ditta-ambiente.

022387      move "S" to ditta-letta.

022387      move spaces to ditta-filtro.
022387      accept ditta-filtro from environment "GuiCOBOLcompany".
022387      if ditta-filtro = spaces
022387       go to ex-ditta-ambiente.

022387      perform carica-ditte thru ex-carica-ditte.

022387      if ditte-quante not = 1
022387       display "company " function trim(ditta-filtro)
022387        " is not in " function trim(ditte-file) upon syserr
022387       go to ex-ditta-ambiente.

022387      move 1 to ditta-scelta.
022387      perform applica-ditta thru ex-applica-ditta.

022387 ex-ditta-ambiente.
022387      exit.

022387*
022387* the companies file into ditte-offerte, only the codes of the
022387* comma separated ditta-filtro ("*" or spaces every one)
022387*
022387 carica-ditte.

022387      move zeros to ditte-quante.
022387      move space to ditte-presenti.

022387      move spaces to ditte-file.
022387      accept ditte-file from environment "GuiCOBOLcompanies".
022387      if ditte-file = spaces
022387       move "companies.dat" to ditte-file.

022387      open input ark-ditte.
022387      if ditte-stato not = "00"
022387       if ditte-stato = "05"
022387        close ark-ditte
022387       end-if
022387       go to ex-carica-ditte
022387      end-if.

022387      move "S" to ditte-presenti.

022387      move spaces to ditta-lista.
022387      string "," function upper-case(function trim(ditta-filtro))
022387             ","
022387             delimited by size into ditta-lista.

022387      move space to ditte-eof.

022387      perform until ditte-eof = "S"
022387       read ark-ditte next at end
022387        move "S" to ditte-eof
022387       end-read
022387       if ditte-eof not = "S"
022387        and dati-ditte not = spaces
022387        and dati-ditte(1:1) not = "#"
022387        perform una-ditta thru ex-una-ditta
022387       end-if
022387      end-perform.

022387      close ark-ditte.

022387 ex-carica-ditte.
022387      exit.

022387 una-ditta.

022387      move spaces to dv-codice dv-nome dv-dati dv-db dv-spool.
022387      unstring dati-ditte delimited by ";"
022387       into dv-codice dv-nome dv-dati dv-db dv-spool
022387      end-unstring.

022387      if dv-codice = spaces
022387       go to ex-una-ditta.

022387      if ditta-filtro not = spaces
022387       and ditta-filtro not = "*"
022387       move spaces to ditta-cerca
022387       string "," function upper-case(function trim(dv-codice))
022387              ","
022387              delimited by size into ditta-cerca
022387       move zeros to ditta-k
022387       compute ditta-l =
022387        function length(function trim(ditta-cerca))
022387       inspect ditta-lista tallying ditta-k
022387        for all ditta-cerca(1:ditta-l)
022387       if ditta-k = zeros
022387        go to ex-una-ditta
022387       end-if
022387      end-if.

022387      if ditte-quante not < 20
022387       display "companies: more than 20 in "
022387        function trim(ditte-file) upon syserr
022387       go to ex-una-ditta.

022387      if dv-dati  = spaces move dv-codice to dv-dati.
022387      if dv-spool = spaces move dv-dati   to dv-spool.

022387      add 1 to ditte-quante.
022387      move dv-codice to do-codice(ditte-quante).
022387      move dv-nome   to do-nome(ditte-quante).
022387      move dv-dati   to do-dati(ditte-quante).
022387      move dv-db     to do-db(ditte-quante).
022387      move dv-spool  to do-spool(ditte-quante).

022387 ex-una-ditta.
022387      exit.

022387*
022387* the file name in ditta-nome-file inside the directory of the
022387* company, the data one or (ditta-dove "S") the spool one.  an
022387* absolute name is left alone; with ditta-sempre not "S" so is
022387* a name the company has no file of its own for
022387*
022387 ditta-qualifica.

022387      if ditta-letta not = "S"
022387       perform ditta-ambiente thru ex-ditta-ambiente.

022387      if ditta-dove = "S"
022387       move ditta-spool to ditta-base
022387      else
022387       move ditta-dati  to ditta-base
022387      end-if.

022387      if ditta-codice = spaces
022387       or ditta-base = spaces
022387       or ditta-nome-file = spaces
022387       or ditta-nome-file(1:1) = "/"
022387       go to ex-ditta-qualifica.

022387      move spaces to ditta-prova.
022387      string function trim(ditta-base) "/"
022387             function trim(ditta-nome-file)
022387             delimited by size into ditta-prova.

022387      if ditta-sempre = "S"
022387       call "CBL_CHECK_FILE_EXIST" using ditta-base ditta-info
022387        returning ditta-rc
022387       end-call
022387       if ditta-rc not = zero
022387        move spaces to ditta-comando
022387        string "mkdir -p '" function trim(ditta-base) "'"
022387               delimited by size into ditta-comando
022387        call "SYSTEM" using function trim(ditta-comando)
022387         returning ditta-rc
022387        end-call
022387       end-if
022387      else
022387       call "CBL_CHECK_FILE_EXIST" using ditta-prova ditta-info
022387        returning ditta-rc
022387       end-call
022387       if ditta-rc not = zero
022387        go to ex-ditta-qualifica
022387       end-if
022387      end-if.

022387      move ditta-prova to ditta-nome-file.

022387 ex-ditta-qualifica.
022387      exit.

022387*
022387* usage (maintain I/O programs, before opening their files):
022387*   move "customers.dat" to agar-text
022387*   invoke self "company-file"
022387* the name to open back in agar-text, inside the data
022387* directory of the company when there is one
022387*
022387 company-file.

022387      inspect agar-text replacing all x"00" by space.
022387      move agar-text to ditta-nome-file.
022387      move "S"       to ditta-sempre.
022387      move "D"       to ditta-dove.
022387      perform ditta-qualifica thru ex-ditta-qualifica.
022387      move ditta-nome-file to agar-text.
022387      move agar-rc-ok to agar-return-code.

022387 ex-company-file.
022387      exit.

022387 get-company.

022387      if ditta-letta not = "S"
022387       perform ditta-ambiente thru ex-ditta-ambiente.

022387      move ditta-codice to agar-text.
022387      move ditta-nome   to agar-value.
022387      move agar-rc-ok   to agar-return-code.

022387 ex-get-company.
022387      exit.

022387 cambia-ditta.

022387      if sec-autenticato not = "S"
022387       display "switch-company: nobody signed on" upon syserr
022387       move agar-rc-error to agar-return-code
022387       go to ex-cambia-ditta.

022387      move sec-ditte to ditta-filtro.
022387      perform carica-ditte thru ex-carica-ditte.

022387      if ditte-quante = zeros
022387       move "Nessuna societa' abilitata per questo utente"
022387         to agar-text
022387       move spaces to agar-value
022387       move "set-warning" to agar-function
022387       perform set-warning thru ex-set-warning
022387       move agar-rc-error to agar-return-code
022387       go to ex-cambia-ditta.

022387      perform chiedi-ditta thru ex-chiedi-ditta.

022387      if ditta-scelta = zeros
022387       move agar-rc-error to agar-return-code
022387       go to ex-cambia-ditta.

022387      if do-codice(ditta-scelta) not = ditta-codice
022387       move ditta-codice to ditta-vecchia
022387       perform chiudi-finestre thru ex-chiudi-finestre
022387       perform applica-ditta   thru ex-applica-ditta
022387       if audit-attivo = "S"
022387        move "company"     to audit-verbo
022387        move ditta-vecchia to audit-old
022387        move ditta-codice  to audit-new
022387        perform scrivi-audit thru ex-scrivi-audit
022387       end-if
022387      end-if.

022387      move ditta-codice to agar-text.
022387      move ditta-nome   to agar-value.
022387      move agar-rc-ok   to agar-return-code.

022387 ex-cambia-ditta.
022387      exit.

022387*
022387* every window of the session but the main one closed the way
022387* DefaultDestroy closes it: geometry kept, the session tables
022387* cleared of it, then detached
022387*
022387 chiudi-finestre.

022387      move 1 to ditta-i.
022387      perform chiudi-una-finestra thru ex-chiudi-una-finestra
022387       until ditta-i > fin-count.

022387      move agar-main to agar-form agar-object agar-widget.

022387 ex-chiudi-finestre.
022387      exit.

022387 chiudi-una-finestra.

022387      if fin-ptr(ditta-i) = agar-main
022387       add 1 to ditta-i
022387       go to ex-chiudi-una-finestra.

022387      move fin-ptr(ditta-i) to ditta-finestra.

022387      move ditta-finestra to agar-object agar-widget.
022387      perform salva-geometria thru ex-salva-geometria.

022387      move ditta-finestra to agar-object agar-widget.
022387      perform dimentica-finestra thru ex-dimentica-finestra.

022387      call "AG_ObjectDetach" using by value ditta-finestra
022387       returning omitted.

022387 ex-chiudi-una-finestra.
022387      exit.

022387*
022387* the "company" zones of the status bars
022387*
022387 zone-ditta.

022387      if ditta-letta not = "S"
022387       perform ditta-ambiente thru ex-ditta-ambiente.

022387      move spaces to ditta-zona.
022387      if ditta-codice = spaces
022387       move x"00" to ditta-zona(2:1)
022387      else
022387       string function trim(ditta-codice) "  "
022387              function trim(ditta-nome)   x"00"
022387              delimited by size into ditta-zona
022387      end-if.

022387      perform varying ditta-i from 1 by 1
022387       until ditta-i > sbar-count
022387       if function lower-case(sbar-name(ditta-i)) = "company"
022387        call static "AG_LabelText" using
022387         by value sbar-lbl(ditta-i)
022387          by reference ditta-zona
022387        end-call
022387       end-if
022387      end-perform.

022387 ex-zone-ditta.
022387      exit.

022387*
022387* the directory, when the site has one
022387*
022387 regole-ldap.

022387      move spaces to ldap-server ldap-bind ldap-base
022387                     ldap-filtro ldap-mappa.

022387      accept ldap-server from environment "GuiCOBOLldap".
022387      accept ldap-bind   from environment "GuiCOBOLldapbind".
022387      accept ldap-base   from environment "GuiCOBOLldapbase".
022387      accept ldap-filtro from environment "GuiCOBOLldapfilter".
022387      accept ldap-mappa  from environment "GuiCOBOLldapgroups".

022387      if ldap-bind = spaces
022387       move "%u" to ldap-bind.
022387      if ldap-filtro = spaces
022387       move "(sAMAccountName=%u)" to ldap-filtro.
022387      if ldap-mappa = spaces
022387       move "ldapgroups.dat" to ldap-mappa.

022387 ex-regole-ldap.
022387      exit.

022387*
022387* sign-on against the directory: bind with the user and the
022387* password typed, then the role out of the groups
022387*
022387 ldap-accesso.

022387      move space to ldap-valido.
022387      move zeros to ldap-k.

022387      perform varying ldap-i from 1 by 1 until ldap-i > 32
022387       if sec-utente(ldap-i:1) not = space
022387        move ldap-i to ldap-k
022387        if sec-utente(ldap-i:1) not alphabetic
022387         and sec-utente(ldap-i:1) not numeric
022387         and sec-utente(ldap-i:1) not = "."
022387         and sec-utente(ldap-i:1) not = "-"
022387         and sec-utente(ldap-i:1) not = "_"
022387         and sec-utente(ldap-i:1) not = "@"
022387         move "N" to ldap-valido
022387        end-if
022387       end-if
022387      end-perform.

022387      if ldap-k = zeros or ldap-valido = "N"
022387       or sec-utente(1:ldap-k) not = function trim(sec-utente)
022387       move "unknown user" to sec-esito
022387       perform audit-accesso thru ex-audit-accesso
022387       go to ex-ldap-accesso.
022387*
022387* a simple bind with a dn and no password is an anonymous bind
022387* that many directories accept: it must never reach ldapsearch
022387*
022387      if agar-value(1:32) = spaces or low-values
022387       move "wrong password (ldap)" to sec-esito
022387       perform audit-accesso thru ex-audit-accesso
022387       go to ex-ldap-accesso.
022387*
022387* the password and the answer in files of this process only:
022387* two sessions signing on together must not meet
022387*
022387      call "getpid" returning ldap-pid end-call.
022387      move ldap-pid to ldap-pid-edit.
022387      move spaces to ldap-pwd-file ldap-out-file.
022387      string "guicobol-ldap-" ldap-pid-edit ".pwd"
022387             delimited by size into ldap-pwd-file.
022387      string "guicobol-ldap-" ldap-pid-edit ".out"
022387             delimited by size into ldap-out-file.

022387      move ldap-bind to ldap-valore.
022387      perform ldap-sostituisci thru ex-ldap-sostituisci.
022387      move ldap-valore to ldap-dn.

022387      move ldap-filtro to ldap-valore.
022387      perform ldap-sostituisci thru ex-ldap-sostituisci.
022387      move ldap-valore to ldap-cerca.

022387      move agar-value(1:32) to ldap-valore.
022387      display "GuiCOBOLldappw" upon environment-name.
022387      display ldap-valore upon environment-value.

022387      move spaces to ldap-comando.
022387      move 1      to ldap-punta.
022387      string "(umask 077; "
022387             "printf '%s' ""$GuiCOBOLldappw"""
022387             " > " function trim(ldap-pwd-file)
022387             "; ldapsearch -x -LLL"
022387             " -o nettimeout=10 -o ldif-wrap=no"
022387             " -H '"  function trim(ldap-server) "'"
022387             " -D '"  function trim(ldap-dn)     "'"
022387             " -y " function trim(ldap-pwd-file)
022387             delimited by size into ldap-comando
022387             with pointer ldap-punta.
022387      if ldap-base not = spaces
022387       string " -b '" function trim(ldap-base) "'"
022387        delimited by size into ldap-comando
022387        with pointer ldap-punta
022387      end-if.
022387      string " '"     function trim(ldap-cerca)  "' memberOf"
022387             " > " function trim(ldap-out-file)
022387             " 2>/dev/null; ldap_rc=$?; rm -f "
022387             function trim(ldap-pwd-file)
022387             "; [ $ldap_rc -eq 0 ] || rm -f "
022387             function trim(ldap-out-file) "; "
022387             "exit $ldap_rc)"
022387             delimited by size into ldap-comando
022387             with pointer ldap-punta.

022387      call "SYSTEM" using function trim(ldap-comando)
022387       returning ldap-rc.

022387      move spaces to ldap-valore.
022387      display "GuiCOBOLldappw" upon environment-name.
022387      display ldap-valore upon environment-value.

022387      compute ldap-rc = ldap-rc / 256.

022387      if ldap-rc = 49
022387       move "wrong password (ldap)" to sec-esito
022387       perform audit-accesso thru ex-audit-accesso
022387       go to ex-ldap-accesso.

022387      if ldap-rc not = zeros
022387       display "secure-login: ldapsearch ended with "
022387        ldap-rc " on " function trim(ldap-server) upon syserr
022387       move "directory unreachable (ldap)" to sec-esito
022387       perform audit-accesso thru ex-audit-accesso
022387       move "Server di autenticazione non raggiungibile"
022387         to agar-text
022387       go to ex-ldap-accesso.

022387      perform ldap-gruppi-utente thru ex-ldap-gruppi-utente.

022387      perform ldap-mappa-ruolo thru ex-ldap-mappa-ruolo.

022387      if ldap-ruolo = spaces
022387       move "no role for the groups (ldap)" to sec-esito
022387       perform audit-accesso thru ex-audit-accesso
022387       move "Nessun ruolo GuiCOBOL per questo utente" to agar-text
022387       go to ex-ldap-accesso.

022387      move ldap-ruolo to sec-ruolo sec-ruolo-file.
022387      move "S" to sec-autenticato.
022387      move "ok (ldap)" to sec-esito.
022387      perform audit-accesso thru ex-audit-accesso.

022387 ex-ldap-accesso.
022387      exit.

022387*
022387* %u of ldap-valore becomes the user
022387*
022387 ldap-sostituisci.

022387      move spaces to ldap-prima ldap-dopo.
022387      unstring ldap-valore delimited by "%u"
022387       into ldap-prima ldap-dopo
022387      end-unstring.

022387      if function trim(ldap-valore) = function trim(ldap-prima)
022387       go to ex-ldap-sostituisci.

022387      move spaces to ldap-valore.
022387      string function trim(ldap-prima)
022387             function trim(sec-utente)
022387             function trim(ldap-dopo)
022387             delimited by size into ldap-valore.

022387 ex-ldap-sostituisci.
022387      exit.

022387*
022387* the memberOf values of the answer, each group by its CN
022387*
022387 ldap-gruppi-utente.

022387      move zeros to ldap-quanti.
022387      move ldap-out-file to ldap-temp.

022387      open input ark-ldap.
022387      if ldap-stato not = "00"
022387       if ldap-stato = "05" close ark-ldap end-if
022387       go to ex-ldap-gruppi-utente.

022387      move space to ldap-eof.

022387      perform until ldap-eof = "S"
022387       read ark-ldap next at end
022387        move "S" to ldap-eof
022387       end-read
022387       if ldap-eof not = "S"
022387        and function lower-case(dati-ldap(1:10)) = "memberof: "
022387        and ldap-quanti < 100
022387        move dati-ldap(11:) to ldap-valore
022387        move spaces to ldap-gruppo
022387        if function upper-case(ldap-valore(1:3)) = "CN="
022387         unstring ldap-valore(4:) delimited by ","
022387          into ldap-gruppo
022387         end-unstring
022387        else
022387         move ldap-valore to ldap-gruppo
022387        end-if
022387        add 1 to ldap-quanti
022387        move function lower-case(ldap-gruppo)
022387          to ldap-membro(ldap-quanti)
022387       end-if
022387      end-perform.

022387      close ark-ldap.

022387      call "CBL_DELETE_FILE" using ldap-temp.

022387 ex-ldap-gruppi-utente.
022387      exit.

022387*
022387* the first line of the mapping file whose group the user is
022387* a member of gives the role
022387*
022387 ldap-mappa-ruolo.

022387      move spaces to ldap-ruolo sec-ditte.

022387      if ldap-quanti = zeros
022387       go to ex-ldap-mappa-ruolo.

022387      move ldap-mappa to ldap-temp.

022387      open input ark-ldap.
022387      if ldap-stato not = "00"
022387       if ldap-stato = "05" close ark-ldap end-if
022387       display "secure-login: cannot read "
022387        function trim(ldap-mappa) upon syserr
022387       go to ex-ldap-mappa-ruolo.

022387      move space to ldap-eof.

022387*
022387* the role of the first group that maps, the companies of all
022387* of them ("*" from any group, or none named, opens them all)
022387*
022387      move space to ldap-valido.

022387      perform until ldap-eof = "S"
022387       read ark-ldap next at end
022387        move "S" to ldap-eof
022387       end-read
022387       if ldap-eof not = "S"
022387        and dati-ldap not = spaces
022387        and dati-ldap(1:1) not = "#"
022387        move spaces to ldap-gruppo ldap-valore ditta-filtro
022387        unstring dati-ldap delimited by ";"
022387         into ldap-gruppo ldap-valore ditta-filtro
022387        end-unstring
022387        move function lower-case(ldap-gruppo) to ldap-gruppo
022387        perform varying ldap-i from 1 by 1
022387         until ldap-i > ldap-quanti
022387         if ldap-membro(ldap-i) = ldap-gruppo
022387          if ldap-ruolo = spaces
022387           move ldap-valore(1:32) to ldap-ruolo
022387          end-if
022387          perform ldap-ditte thru ex-ldap-ditte
022387         end-if
022387        end-perform
022387       end-if
022387      end-perform.

022387      if ldap-valido = "*"
022387       move spaces to sec-ditte.

022387      close ark-ldap.

022387 ex-ldap-mappa-ruolo.
022387      exit.

022387 ldap-ditte.

022387      if ditta-filtro = spaces or ditta-filtro = "*"
022387       move "*" to ldap-valido
022387       go to ex-ldap-ditte.

022387      if sec-ditte = spaces
022387       move ditta-filtro to sec-ditte
022387      else
022387       move sec-ditte to ditta-lista
022387       move spaces    to sec-ditte
022387       string function trim(ditta-lista) ","
022387              function trim(ditta-filtro)
022387              delimited by size into sec-ditte
022387       end-string
022387      end-if.

022387 ex-ldap-ditte.
022387      exit.

022387*
022387* the site policy for the accounts
022387*
022387 regole-password.

022387      move spaces to sec-param.
022387      accept sec-param from environment "GuiCOBOLmaxfail".
022387      if sec-param = spaces move "5" to sec-param.
022387      move function numval(sec-param) to sec-max-falliti.

022387      move spaces to sec-param.
022387      accept sec-param from environment "GuiCOBOLpwdage".
022387      if sec-param = spaces move "90" to sec-param.
022387      move function numval(sec-param) to sec-eta-max.

022387      move spaces to sec-param.
022387      accept sec-param from environment "GuiCOBOLpwdhistory".
022387      if sec-param = spaces move "3" to sec-param.
022387      move function numval(sec-param) to sec-quante-storie.
022387      if sec-quante-storie > 5 move 5 to sec-quante-storie.

022387      move spaces to sec-param.
022387      accept sec-param from environment "GuiCOBOLpwdmin".
022387      if sec-param = spaces move "6" to sec-param.
022387      move function numval(sec-param) to sec-lung-min.

022387 ex-regole-password.
022387      exit.

022387*
022387* the forced change: new password twice, long enough, and not
022387* one of the last ones -- three tries, then the sign-on fails
022387*
022387 cambio-password.

022387      move space to sec-cambiata.
022387      move 3     to sec-pw-giri.

022387      perform chiedi-password thru ex-chiedi-password
022387       until sec-cambiata = "S"
022387       or sec-pw-giri = zeros.

022387 ex-cambio-password.
022387      exit.

022387 chiedi-password.

022387      subtract 1 from sec-pw-giri.

022387      call "AG_WindowNew" using by value 0
022387       returning login-win.
022387      call "AG_WindowSetCaptionS" using
022387       by value login-win
022387        by reference z"Cambio password obbligatorio".
022387      call static "AG_TextboxNewS" using
022387         by value login-win
022387            by value AG-TEXTBOX-PASSWORD
022387            by content z"Nuova     "
022387               returning login-user.
022387      call static "AG_TextboxNewS" using
022387         by value login-win
022387            by value AG-TEXTBOX-PASSWORD
022387            by content z"Conferma  "
022387               returning login-pass.
022387      call static "AG_ButtonNewS" using
022387         by value login-win
022387            by value AG-BUTTON-HFILL
022387            by content z"Conferma"
022387               returning agar-dummy.
022387      set agar-callback to entry "LoginOk".
022387      call "AG_SetEvent" using
022387         by value agar-dummy
022387         by reference z"button-pushed"
022387         by value agar-callback
022387         by reference null.
022387      call static "AG_ButtonNewS" using
022387         by value login-win
022387            by value AG-BUTTON-HFILL
022387            by content z"Annulla"
022387               returning agar-dummy.
022387      set agar-callback to entry "LoginCancel".
022387      call "AG_SetEvent" using
022387         by value agar-dummy
022387         by reference z"button-pushed"
022387         by value agar-callback
022387         by reference null.

022387      move space to login-scelta.
022387      call "AG_WindowShow" using by value login-win
022387       returning omitted.
022387      call "AG_EventLoop" returning agar-int.

022387      move spaces to sec-pw-nuova sec-pw-conferma.
022387      if login-scelta = "O"
022387       move spaces to agar-value
022387       call static "AG_TextboxCopyString" using
022387        by value login-user
022387         by reference agar-value
022387          by value length of agar-value
022387           returning agar-int
022387       end-call
022387       inspect agar-value replacing all x"00" by space
022387       move agar-value(1:32) to sec-pw-nuova
022387       move spaces to agar-value
022387       call static "AG_TextboxCopyString" using
022387        by value login-pass
022387         by reference agar-value
022387          by value length of agar-value
022387           returning agar-int
022387       end-call
022387       inspect agar-value replacing all x"00" by space
022387       move agar-value(1:32) to sec-pw-conferma
022387      end-if.

022387      call "ag_clear_terminate"
022387       on exception continue
022387      end-call.
022387      call "AG_ObjectDetach" using by value login-win
022387       returning omitted.

022387      if login-scelta not = "O"
022387       move zeros to sec-pw-giri
022387       go to ex-chiedi-password.

022387      move spaces to agar-text.

022387      evaluate true
022387       when sec-pw-nuova = spaces
022387        or sec-pw-nuova not = sec-pw-conferma
022387        move "Le due password non coincidono" to agar-text
022387       when function length(function trim(sec-pw-nuova))
022387            < sec-lung-min
022387        move "Password troppo corta" to agar-text
022387      end-evaluate.

022387      if agar-text = spaces
022387       move sec-pw-nuova to agar-value
022387       perform calcola-hash thru ex-calcola-hash
022387       move sec-hash-calc to sec-hash-edit
022387       if sec-hash-edit = sec-hash-file
022387        move "Password gia' usata di recente" to agar-text
022387       else
022387        if sec-quante-storie > zeros
022387         and sec-storia not = spaces
022387         perform varying sec-j from 1 by 19
022387          until sec-j > 1 + ( sec-quante-storie - 1 ) * 19
022387          or sec-j > 120
022387          if sec-storia(sec-j:18) = sec-hash-edit
022387           move "Password gia' usata di recente" to agar-text
022387          end-if
022387         end-perform
022387        end-if
022387       end-if
022387      end-if.

022387      if agar-text not = spaces
022387       move spaces to agar-value
022387       move "set-warning" to agar-function
022387       perform set-warning thru ex-set-warning
022387       go to ex-chiedi-password.
022387*
022387* accepted: the old hash heads the history, the oldest falls
022387*
022387      move spaces to sec-storia-nuova.
022387      if sec-quante-storie > zeros
022387       move sec-hash-file to sec-storia-nuova(1:18)
022387       if sec-quante-storie > 1
022387        move ","        to sec-storia-nuova(19:1)
022387        compute sec-j = ( sec-quante-storie - 1 ) * 19 - 1
022387        move sec-storia(1:sec-j) to sec-storia-nuova(20:sec-j)
022387       end-if
022387      end-if.
022387      if sec-storia-nuova(20:1) = space
022387       move space to sec-storia-nuova(19:1).
022387      move sec-storia-nuova to sec-storia.

022387      move sec-hash-edit to sec-hash-file.
022387      move sec-oggi      to sec-data-pwd.
022387      move space         to sec-cambio.
022387      move "S"           to sec-cambiata.
022387      move spaces        to agar-value.

022387      move "password changed" to sec-esito.
022387      perform audit-accesso thru ex-audit-accesso.

022387 ex-chiedi-password.
022387      exit.

022387*
022387* the users file with the line of sec-utente rebuilt: copied
022387* beside itself and moved back over the original
022387*
022387 aggiorna-utente.

022387      move sec-falliti to sec-falliti-edit.
022387      move spaces to sec-riga.
022387      move 1      to sec-j.
022387      string function trim(sec-utente)        ";"
022387             function trim(sec-sale)          ";"
022387             function trim(sec-hash-file)     ";"
022387             function trim(sec-ruolo-file)    ";"
022387             sec-stato-utente                 ";"
022387             sec-cambio                       ";"
022387             function trim(sec-ultimo)        ";"
022387             function trim(sec-falliti-edit)  ";"
022387             function trim(sec-data-pwd)      ";"
022387             function trim(sec-storia)
022387             delimited by size into sec-riga
022387             with pointer sec-j.
022387      if sec-ditte not = spaces
022387       string ";" function trim(sec-ditte)
022387              delimited by size into sec-riga
022387              with pointer sec-j
022387       end-string
022387      end-if.

022387      move spaces to sec-nuovo-file.
022387      string function trim(sec-file) ".new"
022387       delimited by size into sec-nuovo-file.

022387      open input ark-sec.
022387      if sec-stato not = "00"
022387       if sec-stato = "05" close ark-sec end-if
022387       go to ex-aggiorna-utente.

022387      open output ark-secnew.
022387      if sec-nuovo-stato not = "00"
022387       display "secure-login: cannot write "
022387        function trim(sec-nuovo-file) upon syserr
022387       close ark-sec
022387       go to ex-aggiorna-utente.

022387      move space to sec-eof.

022387      perform until sec-eof = "S"
022387       read ark-sec next at end
022387        move "S" to sec-eof
022387       end-read
022387       if sec-eof not = "S"
022387        move dati-sec to dati-secnew
022387        if dati-sec not = spaces
022387         and dati-sec(1:1) not = "#"
022387         move spaces to sec-testo
022387         unstring dati-sec delimited by ";"
022387          into sec-testo
022387         end-unstring
022387         if sec-testo(1:32) = sec-utente
022387          move sec-riga to dati-secnew
022387         end-if
022387        end-if
022387        write rec-secnew
022387       end-if
022387      end-perform.

022387      close ark-sec ark-secnew.

022387      move spaces to sec-comando.
022387      string "mv -f '" function trim(sec-nuovo-file)
022387             "' '"    function trim(sec-file) "'"
022387             delimited by size into sec-comando.
022387      call "SYSTEM" using function trim(sec-comando)
022387       returning agar-int.

022387 ex-aggiorna-utente.
022387      exit.

022387*
022387* every sign-on outcome on the journal: verb "login", the
022387* user as old value and the outcome as new
022387*
022387 audit-accesso.

022387      if audit-attivo not = "S" go to ex-audit-accesso.

022387      move agar-text      to audit-testo-save.
022387      move "login"        to audit-verbo.
022387      move sec-utente     to audit-old.
022387      move sec-esito      to audit-new.
022387      perform scrivi-audit thru ex-scrivi-audit.
022387      move audit-testo-save to agar-text.

022387 ex-audit-accesso.
022387      exit.

022387 cerca-utente.

022387      move space to sec-trovato.

022387      open input ark-sec.

022387      if sec-stato not = "00"
022387       if sec-stato = "05" close ark-sec end-if
022387       display "secure-login: cannot open "
022387        function trim(sec-file) upon syserr
022387       go to ex-cerca-utente.

022387      move space to sec-eof.

022387      perform until sec-eof = "S"
022387       read ark-sec next at end
022387        move "S" to sec-eof
022387       end-read
022387       if sec-eof not = "S"
022387        and dati-sec not = spaces
022387        and dati-sec(1:1) not = "#"
022387        move spaces to sec-testo sec-sale
022387                       sec-hash-file sec-ruolo-file
022387                       sec-stato-utente sec-cambio
022387                       sec-ultimo sec-falliti-testo
022387                       sec-data-pwd sec-storia sec-ditte
022387        unstring dati-sec delimited by ";"
022387         into sec-testo sec-sale
022387              sec-hash-file sec-ruolo-file
022387              sec-stato-utente sec-cambio
022387              sec-ultimo sec-falliti-testo
022387              sec-data-pwd sec-storia sec-ditte
022387        end-unstring
022387        move zeros to sec-falliti
022387        if sec-falliti-testo not = spaces
022387         move function numval(sec-falliti-testo) to sec-falliti
022387        end-if
022387        if sec-testo(1:32) = sec-utente
022387         move "S" to sec-trovato
022387         move "S" to sec-eof
022387        end-if
022387       end-if
022387      end-perform.

022387      close ark-sec.

022387 ex-cerca-utente.
022387      exit.

022387*
022387* the rolling hash of salt and password: not a cryptographic
022387* digest, but salted, one way enough for the shop floor and
022387* computable from plain COBOL on every station
022387*
022387 calcola-hash.

022387      move spaces to sec-testo.
022387      string function trim(sec-sale)
022387             function trim(agar-value(1:32))
022387             delimited by size into sec-testo.

022387      move zeros to sec-lungo.
022387      perform varying sec-i from 64 by -1
022387       until sec-i = zeros
022387       or sec-testo(sec-i:1) > spaces
022387       continue
022387      end-perform.
022387      move sec-i to sec-lungo.

022387      move zeros     to sec-hash-calc.
022387      move sec-testo to hash-testo.
022387      move sec-lungo to hash-lungo.

022387      perform continua-hash thru ex-continua-hash.

022387 ex-calcola-hash.
022387      exit.

022387*
022387* the rolling step itself, carried on from sec-hash-calc over
022387* hash-testo(1:hash-lungo): the passwords and the chain of the
022387* audit journal are hashed the very same way
022387*
022387 continua-hash.

022387      perform varying hash-i from 1 by 1
022387       until hash-i > hash-lungo
022387       compute sec-hash-calc = function mod(
022387        sec-hash-calc * 31
022387        + function ord(hash-testo(hash-i:1)),
022387        999999999999999989)
022387      end-perform.

022387 ex-continua-hash.
022387      exit.

022387*
022387* hash service for the administration screen that maintains
022387* the users file: salt in agar-text, password in agar-value,
022387* the 18 digits come back in agar-text
022387*
022387 secure-hash.

022387      inspect agar-text  replacing all x"00" by space.
022387      inspect agar-value replacing all x"00" by space.

022387      move agar-text(1:16) to sec-sale.

022387      perform calcola-hash thru ex-calcola-hash.

022387      move spaces to agar-text.
022387      move sec-hash-calc to sec-hash-edit.
022387      move sec-hash-edit to agar-text(1:18).

022387 ex-secure-hash.
022387      exit.

022387 secure-apply.

022387      if sec-autenticato not = "S"
022387       display "secure-apply: nobody is authenticated"
022387        upon syserr
022387       move agar-rc-error to agar-return-code
022387       go to ex-secure-apply.

022387      accept sec-file from environment "GuiCOBOLperms".
022387      if sec-file = spaces move "perms.dat" to sec-file.

022387      open input ark-sec.

022387      if sec-stato not = "00"
022387       if sec-stato = "05" close ark-sec end-if
022387       go to ex-secure-apply.

022387      move space to sec-eof.

022387      perform until sec-eof = "S"
022387       read ark-sec next at end
022387        move "S" to sec-eof
022387       end-read
022387       if sec-eof not = "S"
022387        and dati-sec not = spaces
022387        and dati-sec(1:1) not = "#"
022387        perform applica-permesso thru ex-applica-permesso
022387       end-if
022387      end-perform.

022387      close ark-sec.

022387 ex-secure-apply.
022387      exit.

022387 applica-permesso.

022387      move spaces to sec-perm-ruolo sec-perm-nome
022387                     sec-perm-azione.
022387      unstring dati-sec delimited by ";"
022387       into sec-perm-ruolo sec-perm-nome sec-perm-azione
022387      end-unstring.

022387      if sec-perm-ruolo not = sec-ruolo
022387       and sec-perm-ruolo not = "*"
022387       go to ex-applica-permesso.

022387      perform varying reg-ind from 1 by 1
022387       until reg-ind > reg-count
022387       if reg-win(reg-ind) = agar-widget
022387        and reg-name(reg-ind) = sec-perm-nome
022387        if sec-perm-azione(1:1) = "H"
022387         call static "AG_WidgetHide" using
022387          by value reg-ptr(reg-ind) returning omitted
022387        else
022387         call static "AG_WidgetDisable" using
022387          by value reg-ptr(reg-ind)
022387        end-if
022387       end-if
022387      end-perform.

022387 ex-applica-permesso.
022387      exit.

022388*
022388* context help on F1.
022388*   invoke self "help-enable"   wires F1 of the window to the
022388* HelpKey relay: the help panel of the focused widget opens,
022388* read from <helpdir>/<window>.hlp (GuiCOBOLhelp names the
022388* directory, default the current one) where every "#name"
022388* line starts the page of the widget with that reg-name and
022388* "#window" the fallback page of the whole screen.
022388*   move "topic" to agar-text, invoke self "help-topic"
022388* opens a named page directly.
022388*
022388 help-enable.

022388      move "F1"      to agar-text.
022388      move "HelpKey" to agar-procedure.
022388      perform setkey thru ex-setkey.

022388 ex-help-enable.
022388      exit.

022388 help-topic.

022388      inspect agar-text replacing all x"00" by space.
022388      move agar-text(1:32) to help-argomento.

022388      move agar-widget to help-salva-form.
022388      move agar-object to agar-widget.
022388      perform nome-finestra thru ex-nome-finestra.
022388      move help-salva-form to agar-widget.

022388      if map-name = spaces move "window" to map-name.

022388      accept help-dir from environment "GuiCOBOLhelp".
022388      if help-dir = spaces move "." to help-dir.

022388      move spaces to help-file.
022388      string function trim(help-dir)  delimited by size
022388             "/"                      delimited by size
022388             function trim(map-name)  delimited by size
022388             ".hlp"                   delimited by size
022388             into help-file.

022388      if help-argomento = spaces
022388       move "window" to help-argomento.

022388      perform mostra-aiuto thru ex-mostra-aiuto.

022388      if help-trovate = zeros
022388       and help-argomento not = "window"
022388       move "window" to help-argomento
022388       perform mostra-aiuto thru ex-mostra-aiuto
022388      end-if.

022388      if help-trovate = zeros
022388       move spaces to agar-text
022388       string "Nessun aiuto per questa pagina ("
022388        function trim(help-file) ")"
022388        delimited by size into agar-text
022388       end-string
022388       perform set-info thru ex-set-info
022388      end-if.

022388 ex-help-topic.
022388      exit.

022388*
022388* the lines of the wanted section into a console panel; the
022388* panel only opens when there is something to show
022388*
022388 mostra-aiuto.

022388      move zeros to help-trovate.
022388      move space to help-dentro.

022388      open input ark-help.

022388      if help-stato not = "00" go to ex-mostra-aiuto.

022388      move space to help-eof.

022388      perform until help-eof = "S"
022388       read ark-help next at end
022388        move "S" to help-eof
022388       end-read
022388       if help-eof not = "S"
022388        perform riga-aiuto thru ex-riga-aiuto
022388       end-if
022388      end-perform.

022388      close ark-help.

022388      if help-trovate > zeros
022388       call "AG_WindowShow" using by value agar-struct
022388        returning omitted
022388      end-if.

022388 ex-mostra-aiuto.
022388      exit.

022388 riga-aiuto.

022388      if dati-help(1:1) = "#"
022388       if help-dentro = "S"
022388        move "S" to help-eof
022388       else
022388        if dati-help(2:32) = help-argomento
022388         move "S" to help-dentro
022388        end-if
022388       end-if
022388       go to ex-riga-aiuto.

022388      if help-dentro not = "S" go to ex-riga-aiuto.

022388      if help-trovate = zeros
022388       call "AG_WindowNew" using by value 0
022388        returning agar-struct
022388       call "AG_WindowSetCaptionS" using
022388        by value agar-struct
022388         by reference z"Aiuto"
022388       move agar-object to help-salva-form
022388       move agar-struct to agar-object
022388       perform addconsole thru ex-addconsole
022388       move help-salva-form to agar-object
022388      end-if.

022388      add 1 to help-trovate.

022388      move dati-help to agar-text.
022388      perform asciiZ thru ex-asciiZ.
022388      call static "AG_ConsoleMsg" using
022388       by value agar-widget
022388        by content agar-text.

022388 ex-riga-aiuto.
022388      exit.

022389*
022389* system clipboard for fields and grids, through xclip: the
022389* sales desk stops retyping order numbers into the courier
022389* pages.  clipboard-copy / clipboard-cut / clipboard-paste
022389* work on the widget in agar-widget; grid-copy puts the
022389* selected rows of a loadtable grid (all rows when nothing is
022389* selected) on the clipboard as tab delimited text, ready for
022389* a spreadsheet.
022389*
022389 clip-copia.

022389      perform get-class thru ex-get-class.
022389      perform classe-data thru ex-classe-data.

022389      evaluate agar-class
022389       when "numerical"
022389       when "combo"
022389        perform get-value thru ex-get-value
022389        if agar-class = "numerical"
022389         perform numero-in-testo thru ex-numero-in-testo
022389        end-if
022389       when other
022389        perform get-text  thru ex-get-text
022389      end-evaluate.

022389      inspect agar-text replacing all x"00" by space.

022389      open output ark-clip.
022389      if clip-stato not = "00"
022389       move agar-rc-error to agar-return-code
022389       go to ex-clip-copia.
022389      move spaces to rec-clip.
022389      move agar-text(1:512) to dati-clip.
022389      write rec-clip.
022389      close ark-clip.

022389      perform clip-fuori thru ex-clip-fuori.

022389 ex-clip-copia.
022389      exit.

022389*
022389* the temp line goes out to the system clipboard
022389*
022389 clip-fuori.

022389      move spaces to clip-comando.
022389      string "xclip -selection clipboard < "
022389             function trim(clip-file)
022389             " 2>/dev/null"
022389             delimited by size into clip-comando.

022389      call "SYSTEM" using function trim(clip-comando)
022389       returning clip-rc.

022389      if clip-rc not = zero
022389       display "clipboard: xclip is not available"
022389        upon syserr
022389       move agar-rc-error to agar-return-code
022389      end-if.

022389      move spaces to clip-comando.
022389      string "rm -f " function trim(clip-file)
022389       delimited by size into clip-comando.
022389      call "SYSTEM" using function trim(clip-comando)
022389       returning clip-rc.

022389 ex-clip-fuori.
022389      exit.

022389 clip-taglia.

022389      perform clip-copia thru ex-clip-copia.

022389      if agar-return-code not = zero
022389       go to ex-clip-taglia.

022389      move spaces to agar-text.
022389      perform set-text thru ex-set-text.

022389 ex-clip-taglia.
022389      exit.

022389 clip-incolla.

022389      move spaces to clip-comando.
022389      string "xclip -selection clipboard -o > "
022389             function trim(clip-file)
022389             " 2>/dev/null"
022389             delimited by size into clip-comando.

022389      call "SYSTEM" using function trim(clip-comando)
022389       returning clip-rc.

022389      if clip-rc not = zero
022389       display "clipboard: xclip is not available"
022389        upon syserr
022389       move agar-rc-error to agar-return-code
022389       go to ex-clip-incolla.

022389      open input ark-clip.
022389      if clip-stato not = "00"
022389       move agar-rc-error to agar-return-code
022389       go to ex-clip-incolla.

022389      move spaces to rec-clip.
022389      move space  to clip-eof.
022389      read ark-clip next at end
022389       move "S" to clip-eof
022389      end-read.
022389      close ark-clip.

022389      move spaces to clip-comando.
022389      string "rm -f " function trim(clip-file)
022389       delimited by size into clip-comando.
022389      call "SYSTEM" using function trim(clip-comando)
022389       returning clip-rc.

022389      if clip-eof = "S" go to ex-clip-incolla.

022389      perform get-class thru ex-get-class.
022389      perform classe-data thru ex-classe-data.

022389      if agar-class = "numerical"
022389       move dati-clip(1:40)    to conv-testo
022389       perform testo-in-numero thru ex-testo-in-numero
022389       move conv-num           to agar-number
022389       perform set-value       thru ex-set-value
022389      else
022389       move dati-clip(1:512)   to agar-text
022389       perform set-text        thru ex-set-text
022389      end-if.

022389 ex-clip-incolla.
022389      exit.

022389 clip-griglia.

022389      perform trova-tabella thru ex-trova-tabella.

022389      if tbl-ind = zeros
022389       display "grid-copy: grid was not loaded here"
022389        upon syserr
022389       move agar-rc-error to agar-return-code
022389       go to ex-clip-griglia.

022389      open output ark-clip.
022389      if clip-stato not = "00"
022389       move agar-rc-error to agar-return-code
022389       go to ex-clip-griglia.
022389*
022389* pass one looks for a selection; with none the whole grid
022389* travels, tab delimited either way
022389*
022389      move zeros to foc-best.
022389      perform varying riga-ind from 1 by 1
022389       until riga-ind > tbl-rows(tbl-ind)
022389       compute foc-cur = riga-ind - 1
022389       call static "AG_TableRowSelected" using
022389        by value tbl-ptr(tbl-ind)
022389         by value foc-cur
022389          returning agar-boolean
022389       end-call
022389       if agar-boolean not = 0
022389        add 1 to foc-best
022389       end-if
022389      end-perform.

022389      perform varying riga-ind from 1 by 1
022389       until riga-ind > tbl-rows(tbl-ind)
022389       move 1 to agar-boolean
022389       if foc-best > zeros
022389        compute foc-cur = riga-ind - 1
022389        call static "AG_TableRowSelected" using
022389         by value tbl-ptr(tbl-ind)
022389          by value foc-cur
022389           returning agar-boolean
022389        end-call
022389       end-if
022389       if agar-boolean not = 0
022389        move spaces to rec-clip
022389        move tbl-dati(tbl-ind, riga-ind)(1:256)
022389          to dati-clip
022389        inspect dati-clip(1:256)
022389         replacing all tbl-delim(tbl-ind) by x"09"
022389        write rec-clip
022389       end-if
022389      end-perform.

022389      close ark-clip.

022389      perform clip-fuori thru ex-clip-fuori.

022389 ex-clip-griglia.
022389      exit.

022389*
022389* per-window undo and redo over the entry widgets.
022389*   invoke self "undo-enable"   wires CTRL-Z and CTRL-Y of the
022389* window to the UndoKey / RedoKey relays; every change the
022389* field-level changed wiring sees leaves the previous value on
022389* the stack, so the operator who wrecked a field in a thirty
022389* field form walks back instead of re-keying the record.
022389*   invoke self "undo-clear"    empties both stacks, typically
022389* right after a save.  "undo" and "redo" are callable directly
022389* too.  only widgets wired with the "changed" event take part.
022389*
022389 undo-enable.

022389      move "CTRL-Z"  to agar-text.
022389      move "UndoKey" to agar-procedure.
022389      perform setkey thru ex-setkey.

022389      if agar-return-code not = zero
022389       go to ex-undo-enable.

022389      move "CTRL-Y"  to agar-text.
022389      move "RedoKey" to agar-procedure.
022389      perform setkey thru ex-setkey.

022389 ex-undo-enable.
022389      exit.

022389 undo-passo.

022389      move agar-widget to val-finestra.

022389      perform varying reg-ind from undo-count by -1
022389       until reg-ind < 1
022389       or undo-win(reg-ind) = val-finestra
022389       continue
022389      end-perform.

022389      if reg-ind < 1 go to ex-undo-passo.
022389*
022389* the stack index must survive the widget lookups below,
022389* which walk reg-ind over the registry
022389*
022389      move reg-ind to undo-qui.

022389      move undo-ptr(undo-qui)   to agar-widget agar-object.
022389      move undo-testo(undo-qui) to val-testo.
022389*
022389* the value of right now goes to the redo stack first
022389*
022389      move val-testo to coda-lavoro.
022389      perform leggi-widget-testo thru ex-leggi-widget-testo.

022389      if redo-count < 50
022389       add 1 to redo-count
022389       move val-finestra to redo-win(redo-count)
022389       move agar-widget  to redo-ptr(redo-count)
022389       move val-testo    to redo-testo(redo-count)
022389      end-if.

022389      move coda-lavoro(1:60) to val-testo.
022389      perform scrivi-widget-testo
022389         thru ex-scrivi-widget-testo.
022389*
022389* take the entry off the stack, closing the hole
022389*
022389      perform varying foc-cur from undo-qui by 1
022389       until foc-cur not < undo-count
022389       move undo-win(foc-cur + 1)   to undo-win(foc-cur)
022389       move undo-ptr(foc-cur + 1)   to undo-ptr(foc-cur)
022389       move undo-testo(foc-cur + 1) to undo-testo(foc-cur)
022389      end-perform.
022389      subtract 1 from undo-count.

022389      move val-finestra to agar-widget.

022389 ex-undo-passo.
022389      exit.

022389 redo-passo.

022389      move agar-widget to val-finestra.

022389      perform varying reg-ind from redo-count by -1
022389       until reg-ind < 1
022389       or redo-win(reg-ind) = val-finestra
022389       continue
022389      end-perform.

022389      if reg-ind < 1 go to ex-redo-passo.

022389      move reg-ind to undo-qui.

022389      move redo-ptr(undo-qui)   to agar-widget agar-object.
022389      move redo-testo(undo-qui) to val-testo.

022389      move val-testo to coda-lavoro.
022389      perform leggi-widget-testo thru ex-leggi-widget-testo.

022389      if undo-count < 50
022389       add 1 to undo-count
022389       move val-finestra to undo-win(undo-count)
022389       move agar-widget  to undo-ptr(undo-count)
022389       move val-testo    to undo-testo(undo-count)
022389      end-if.

022389      move coda-lavoro(1:60) to val-testo.
022389      perform scrivi-widget-testo
022389         thru ex-scrivi-widget-testo.

022389      perform varying foc-cur from undo-qui by 1
022389       until foc-cur not < redo-count
022389       move redo-win(foc-cur + 1)   to redo-win(foc-cur)
022389       move redo-ptr(foc-cur + 1)   to redo-ptr(foc-cur)
022389       move redo-testo(foc-cur + 1) to redo-testo(foc-cur)
022389      end-perform.
022389      subtract 1 from redo-count.

022389      move val-finestra to agar-widget.

022389 ex-redo-passo.
022389      exit.

022389 undo-pulisci.

022389      move agar-widget to val-finestra.

022389      move zeros to foc-cur.
022389      perform varying reg-ind from 1 by 1
022389       until reg-ind > undo-count
022389       if undo-win(reg-ind) not = val-finestra
022389        add 1 to foc-cur
022389        move undo-win(reg-ind)   to undo-win(foc-cur)
022389        move undo-ptr(reg-ind)   to undo-ptr(foc-cur)
022389        move undo-testo(reg-ind) to undo-testo(foc-cur)
022389       end-if
022389      end-perform.
022389      move foc-cur to undo-count.

022389      move zeros to foc-cur.
022389      perform varying reg-ind from 1 by 1
022389       until reg-ind > redo-count
022389       if redo-win(reg-ind) not = val-finestra
022389        add 1 to foc-cur
022389        move redo-win(reg-ind)   to redo-win(foc-cur)
022389        move redo-ptr(reg-ind)   to redo-ptr(foc-cur)
022389        move redo-testo(reg-ind) to redo-testo(foc-cur)
022389       end-if
022389      end-perform.
022389      move foc-cur to redo-count.

022389 ex-undo-pulisci.
022389      exit.

022389*
022389* the current value of the widget in agar-widget as text, and
022389* text back into the widget -- the two legs every undo step
022389* stands on
022389*
022389 leggi-widget-testo.

022389      perform cerca-registro thru ex-cerca-registro.

022389      move spaces to val-testo.

022389      if reg-ind = zeros go to ex-leggi-widget-testo.

022389      evaluate reg-class(reg-ind)
022389       when "numerical"
022389        perform get-value thru ex-get-value
022389        perform numero-in-testo thru ex-numero-in-testo
022389        move agar-text(1:60) to val-testo
022389       when "check"
022389       when "radio"
022389        perform get-value thru ex-get-value
022389        if agar-int = zeros
022389         move "0" to val-testo
022389        else
022389         move "1" to val-testo
022389        end-if
022389       when other
022389        perform get-text  thru ex-get-text
022389        inspect agar-text replacing all x"00" by space
022389        move agar-text(1:60) to val-testo
022389      end-evaluate.

022389 ex-leggi-widget-testo.
022389      exit.

022389 scrivi-widget-testo.

022389      perform cerca-registro thru ex-cerca-registro.

022389      if reg-ind = zeros go to ex-scrivi-widget-testo.

022389      evaluate reg-class(reg-ind)
022389       when "numerical"
022389        move val-testo(1:40)    to conv-testo
022389        perform testo-in-numero thru ex-testo-in-numero
022389        move conv-num           to agar-number
022389        perform set-value       thru ex-set-value
022389        if val-testo(1:1) = "1" move 1 to agar-int end-if
022389        perform set-value       thru ex-set-value
022389       when other
022389        move val-testo          to agar-text
022389        perform set-text        thru ex-set-text
022389      end-evaluate.
022389*
022389* the applied value must not come back as a fresh change:
022389* numericals keep the very edited form FieldChanged renders
022389*
022389      if reg-class(reg-ind) = "numerical"
022389       move agar-number      to agar-number-disp
022389       move spaces           to reg-ultimo(reg-ind)
022389       move agar-number-disp to reg-ultimo(reg-ind)(1:20)
022389      else
022389       move val-testo        to reg-ultimo(reg-ind)
022389      end-if.

022389 ex-scrivi-widget-testo.
022389      exit.

022389*
022389* transient toast notifications, so a message in the dispatch
022389* office never again eats a barcode mid-scan.
022389*   move "Ordine salvato" to agar-text
022389*   move "info" to agar-value      (info/warning/error)
022389*   invoke self "notify"
022389* the toast sits in the lower right corner for three seconds
022389* and leaves by itself (ToastTimer); a burst queues and shows
022389* one after the other; "error" also rings the terminal bell.
022389* "notify-history" opens the list of the last twenty.
022389*
022389 notifica.

022389      inspect agar-text  replacing all x"00" by space.
022389      inspect agar-value replacing all x"00" by space.

022389      if agar-value = spaces move "info" to agar-value.
022389*
022389* the recent list first, shifting the oldest away
022389*
022389      if toast-log-count < 20
022389       add 1 to toast-log-count
022389      else
022389       perform varying ind2 from 1 by 1 until ind2 > 19
022389        move tl-ora(ind2 + 1)   to tl-ora(ind2)
022389        move tl-sev(ind2 + 1)   to tl-sev(ind2)
022389        move tl-testo(ind2 + 1) to tl-testo(ind2)
022389       end-perform
022389      end-if.

022389      accept audit-ora from time.
022389      move audit-ora(1:6)   to tl-ora(toast-log-count).
022389      move agar-value(1:8)  to tl-sev(toast-log-count).
022389      move agar-text(1:100) to tl-testo(toast-log-count).

022389      if function lower-case(agar-value(1:5)) = "error"
022389       display x"07" with no advancing upon syserr
022389      end-if.
022389*
022389* one toast at a time: the burst waits its turn in the queue
022389*
022389      if toast-attivo = "S"
022389       if toast-pend-count < 10
022389        add 1 to toast-pend-count
022389        move agar-value(1:8)
022389          to tp-sev(toast-pend-count)
022389        move agar-text(1:100)
022389          to tp-testo(toast-pend-count)
022389       end-if
022389       go to ex-notifica.

022389      perform notifica-mostra thru ex-notifica-mostra.

022389 ex-notifica.
022389      exit.

022389 notifica-mostra.

022389      call "AG_WindowNew" using by value 0
022389       returning toast-win.

022389      move spaces to val-testo.
022389      string "[" function trim(agar-value) "] "
022389             function trim(agar-text(1:100))
022389             delimited by size into val-testo.
022389      move val-testo to agar-text.
022389      perform asciiZ thru ex-asciiZ.

022389      call static "AG_LabelNewS" using
022389       by value toast-win
022389        by value 0
022389         by content agar-text
022389          returning agar-dummy.

022389      call static "AG_WindowSetPosition" using
022389       by value toast-win
022389        by value AG-WINDOW-LOWER-RIGHT
022389         by value 0
022389          returning omitted.

022389      call "AG_WindowShow" using by value toast-win
022389       returning omitted.

022389      set agar-callback to entry "ToastTimer".
022389      call static "AG_AddTimer" using
022389       by value toast-win
022389        by value 3000
022389         by value agar-callback
022389          by value agar-null-pointer
022389           returning agar-struct.

022389      move "S" to toast-attivo.

022389 ex-notifica-mostra.
022389      exit.

022389*
022389* called back by ToastTimer once the toast went down: the
022389* next queued message takes the corner
022389*
022389 notifica-prossima.

022389      move space to toast-attivo.

022389      if toast-pend-count = zeros
022389       go to ex-notifica-prossima.

022389      move tp-sev(1)   to agar-value.
022389      move tp-testo(1) to agar-text.

022389      perform varying ind2 from 1 by 1
022389       until ind2 not < toast-pend-count
022389       move tp-sev(ind2 + 1)   to tp-sev(ind2)
022389       move tp-testo(ind2 + 1) to tp-testo(ind2)
022389      end-perform.
022389      subtract 1 from toast-pend-count.

022389      perform notifica-mostra thru ex-notifica-mostra.

022389 ex-notifica-prossima.
022389      exit.

022389 notifica-storia.

022389      call "AG_WindowNew" using by value 0
022389       returning agar-struct.

022389      call "AG_WindowSetCaptionS" using
022389       by value agar-struct
022389        by reference z"Notifiche recenti".

022389      move agar-object to help-salva-form.
022389      move agar-struct to agar-object.
022389      perform addconsole thru ex-addconsole.
022389      move help-salva-form to agar-object.

022389      perform varying ind2 from 1 by 1
022389       until ind2 > toast-log-count
022389       move spaces to agar-text
022389       string tl-ora(ind2)(1:2) ":"
022389              tl-ora(ind2)(3:2) ":"
022389              tl-ora(ind2)(5:2) " ["
022389              function trim(tl-sev(ind2)) "] "
022389              function trim(tl-testo(ind2))
022389              delimited by size into agar-text
022389       end-string
022389       perform asciiZ thru ex-asciiZ
022389       call static "AG_ConsoleMsg" using
022389        by value agar-widget
022389         by content agar-text
022389       end-call
022389      end-perform.

022389      call "AG_WindowShow" using by value agar-struct
022389       returning omitted.

022389 ex-notifica-storia.
022389      exit.

022389*
022389* the month-calendar scheduler widget.
022389*   invoke self "addcalendar" using "prenota" returning acal
022389* builds a month view (navigation buttons, month label, the
022389* 42 day cells) on the current month; clicking a day calls
022389* the named event program through the CalendarDay relay with
022389* the date in agar-number (yyyymmdd) and the first entry of
022389* the day in agar-text.  entries load and save like the table
022389* widget does, from "yyyymmdd;text" lines:
022389*   move "bookings.txt" to agar-text
022389*   invoke acal "loadcalendar"     (savecalendar writes back)
022389* days with entries show a star next to the number.
022389*
022389 addcalendar.

022389      if cal-count not < 2
022389       display "addcalendar: too many calendars" upon syserr
022389       move agar-rc-error to agar-return-code
022389       go to ex-addcalendar.

022389      add 1 to cal-count.
022389      move cal-count to cal-ind.

022389      perform addfixed thru ex-addfixed.
022389      move agar-widget to cal-fixed(cal-ind).

022389      call static "AG_FixedSizeHint" using
022389       by value cal-fixed(cal-ind)
022389        by value 330
022389         by value 200
022389          returning omitted.

022389      set cal-proc(cal-ind) to null.
022389      move spaces to cal-nome(cal-ind).
022389      if agar-procedure not = spaces
022389       set agar-callback to entry agar-procedure
022389       if agar-callback not = null
022389        set cal-proc(cal-ind) to agar-callback
022389        move agar-procedure to cal-nome(cal-ind)
022389       end-if
022389      end-if.
022389      move spaces to agar-procedure.

022389      call static "AG_ButtonNewS" using
022389       by value cal-fixed(cal-ind)
022389        by value 0
022389         by content z"<"
022389          returning cal-prev-b(cal-ind).
022389      set agar-callback to entry "CalPrev".
022389      call "AG_SetEvent" using
022389       by value cal-prev-b(cal-ind)
022389        by reference z"button-pushed"
022389         by value agar-callback
022389          by reference null.
022389      call static "AG_FixedMove" using
022389       by value cal-fixed(cal-ind)
022389        by value cal-prev-b(cal-ind)
022389         by value 5 by value 5
022389          returning omitted.

022389      call static "AG_LabelNewS" using
022389       by value cal-fixed(cal-ind)
022389        by value 0
022389         by content z"       "
022389          returning cal-label(cal-ind).
022389      call static "AG_FixedMove" using
022389       by value cal-fixed(cal-ind)
022389        by value cal-label(cal-ind)
022389         by value 120 by value 8
022389          returning omitted.

022389      call static "AG_ButtonNewS" using
022389       by value cal-fixed(cal-ind)
022389        by value 0
022389         by content z">"
022389          returning cal-next-b(cal-ind).
022389      set agar-callback to entry "CalNext".
022389      call "AG_SetEvent" using
022389       by value cal-next-b(cal-ind)
022389        by reference z"button-pushed"
022389         by value agar-callback
022389          by reference null.
022389      call static "AG_FixedMove" using
022389       by value cal-fixed(cal-ind)
022389        by value cal-next-b(cal-ind)
022389         by value 290 by value 5
022389          returning omitted.

022389      set agar-callback to entry "CalendarDay".

022389      move zeros to cal-i.
022389      perform varying cal-riga from 0 by 1
022389       until cal-riga > 5
022389       perform varying cal-col from 0 by 1
022389        until cal-col > 6
022389        add 1 to cal-i
022389        call static "AG_ButtonNewS" using
022389         by value cal-fixed(cal-ind)
022389          by value 0
022389           by content z"    "
022389            returning cal-bottone(cal-ind, cal-i)
022389        end-call
022389        call "AG_SetEvent" using
022389         by value cal-bottone(cal-ind, cal-i)
022389          by reference z"button-pushed"
022389           by value agar-callback
022389            by reference null
022389        end-call
022389        compute cal-x = 5 + cal-col * 46
022389        compute cal-y = 35 + cal-riga * 27
022389        call static "AG_FixedMove" using
022389         by value cal-fixed(cal-ind)
022389          by value cal-bottone(cal-ind, cal-i)
022389           by value cal-x by value cal-y
022389            returning omitted
022389        end-call
022389       end-perform
022389      end-perform.

022389      accept cal-data-qui from date yyyymmdd.
022389      move cal-data-qui(1:4) to cal-anno(cal-ind).
022389      move cal-data-qui(5:2) to cal-mese(cal-ind).
022389      move zeros             to cal-conta-voci(cal-ind).

022389      perform dipingi-calendario
022389         thru ex-dipingi-calendario.

022389      move cal-fixed(cal-ind) to agar-widget.
022389      set agar-callback to null.

022389 ex-addcalendar.
022389      exit.

022389 trova-calendario.

022389      perform varying cal-ind from 1 by 1
022389       until cal-ind > cal-count
022389       or cal-fixed(cal-ind) = agar-widget
022389       continue
022389      end-perform.

022389      if cal-ind > cal-count move zeros to cal-ind.

022389 ex-trova-calendario.
022389      exit.

022389*
022389* the 42 cells of the month on screen: Zeller gives the
022389* column of day one, the leap rule the length of the month,
022389* a star marks the days that hold entries
022389*
022389 dipingi-calendario.

022389      move cal-mese(cal-ind) to zel-m.
022389      move cal-anno(cal-ind) to zel-a.
022389      if zel-m < 3
022389       add 12 to zel-m
022389       subtract 1 from zel-a
022389      end-if.
022389      compute zel-k = function mod(zel-a, 100).
022389      compute zel-j = zel-a / 100.
022389      compute zel-t = (13 * (zel-m + 1)) / 5.
022389*
022389* the two quotients must be floored before they enter the
022389* sum: storing them in binary items truncates the fractions
022389* Zeller's congruence must not see
022389*
022389      compute zel-x = zel-k / 4.
022389      compute zel-y = zel-j / 4.
022389      compute zel-h = function mod(
022389       1 + zel-t + zel-k + zel-x + zel-y
022389       + 5 * zel-j, 7).
022389      compute cal-col = function mod(zel-h + 5, 7).

022389      move cal-anno(cal-ind) to data-aaaa.
022389      move cal-mese(cal-ind) to data-mm.
022389      evaluate data-mm
022389       when 4
022389       when 6
022389       when 9
022389       when 11   move 30 to cal-max
022389       when 2
022389        if function mod(data-aaaa, 4) = 0
022389        and ( function mod(data-aaaa, 100) not = 0
022389        or    function mod(data-aaaa, 400) = 0 )
022389         move 29 to cal-max
022389        else
022389         move 28 to cal-max
022389        end-if
022389       when other move 31 to cal-max
022389      end-evaluate.

022389      perform varying cal-i from 1 by 1 until cal-i > 42
022389       compute zel-t = cal-i - cal-col
022389       move spaces to cal-cap
022389       move zeros  to cal-giorno(cal-ind, cal-i)
022389       if zel-t > 0 and zel-t not > cal-max
022389        move zel-t to cal-edit
022389        move cal-edit to cal-giorno(cal-ind, cal-i)
022389        move cal-edit to cal-cap(1:2)
022389        move cal-giorno(cal-ind, cal-i) to cal-giorno-qui
022389        perform componi-data-cal
022389           thru ex-componi-data-cal
022389        perform varying ind2 from 1 by 1
022389         until ind2 > cal-conta-voci(cal-ind)
022389         if cv-data(cal-ind, ind2) = cal-data-qui
022389          move "*" to cal-cap(3:1)
022389          compute ind2 = cal-conta-voci(cal-ind) + 1
022389         end-if
022389        end-perform
022389       end-if
022389       move x"00" to cal-cap(5:1)
022389       call static "AG_ButtonText" using
022389        by value cal-bottone(cal-ind, cal-i)
022389         by reference cal-cap
022389       end-call
022389      end-perform.

022389      move spaces to cal-cap.
022389      move cal-mese(cal-ind) to cal-cap(1:2).
022389      move "/"               to cal-cap(3:1).
022389      move spaces to val-testo.
022389      string cal-cap(1:3) cal-anno(cal-ind) x"00"
022389       delimited by size into val-testo.
022389      call static "AG_LabelText" using
022389       by value cal-label(cal-ind)
022389        by reference val-testo.

022389 ex-dipingi-calendario.
022389      exit.

022389 componi-data-cal.

022389      move zeros to cal-data-qui.
022389      move cal-anno(cal-ind)  to cal-data-qui(1:4).
022389      move cal-mese(cal-ind)  to cal-data-qui(5:2).
022389      move cal-giorno-qui     to cal-data-qui(7:2).

022389 ex-componi-data-cal.
022389      exit.

022389 calendar-paint.

022389      perform trova-calendario thru ex-trova-calendario.

022389      if cal-ind = zeros
022389       move agar-rc-error to agar-return-code
022389       go to ex-calendar-paint.

022389      perform dipingi-calendario
022389         thru ex-dipingi-calendario.

022389 ex-calendar-paint.
022389      exit.

022389 loadcalendar.

022389      perform trova-calendario thru ex-trova-calendario.

022389      if cal-ind = zeros
022389       move agar-rc-error to agar-return-code
022389       go to ex-loadcalendar.

022389      inspect agar-text replacing all x"00" by space.
022389      move agar-text to dati-file.

022389      open input ark-dati.

022389      if dati-stato not = "00"
022389       display "loadcalendar: cannot open "
022389        function trim(dati-file) upon syserr
022389       move agar-rc-error to agar-return-code
022389       go to ex-loadcalendar.

022389      move zeros to cal-conta-voci(cal-ind).
022389      move space to dati-eof.

022389      perform until dati-eof = "S"
022389       read ark-dati next at end
022389        move "S" to dati-eof
022389       end-read
022389       if dati-eof not = "S"
022389        and dati-riga not = spaces
022389        and cal-conta-voci(cal-ind) < 100
022389        add 1 to cal-conta-voci(cal-ind)
022389        move zeros to ind2
022389        compute ind2 = cal-conta-voci(cal-ind)
022389        move spaces to map-entry
022389        unstring dati-riga delimited by ";"
022389         into map-entry cv-testo(cal-ind, ind2)
022389        end-unstring
022389        if map-entry(1:8) numeric
022389         move function numval(map-entry(1:8))
022389           to cv-data(cal-ind, ind2)
022389        else
022389         subtract 1 from cal-conta-voci(cal-ind)
022389        end-if
022389       end-if
022389      end-perform.

022389      close ark-dati.

022389      perform dipingi-calendario
022389         thru ex-dipingi-calendario.

022389 ex-loadcalendar.
022389      exit.

022389 savecalendar.

022389      perform trova-calendario thru ex-trova-calendario.

022389      if cal-ind = zeros
022389       move agar-rc-error to agar-return-code
022389       go to ex-savecalendar.

022389      inspect agar-text replacing all x"00" by space.
022389      move agar-text to dati-file.

022389      open output ark-dati.

022389      if dati-stato not = "00"
022389       display "savecalendar: cannot create "
022389        function trim(dati-file) upon syserr
022389       move agar-rc-error to agar-return-code
022389       go to ex-savecalendar.

022389      perform varying ind2 from 1 by 1
022389       until ind2 > cal-conta-voci(cal-ind)
022389       move spaces to rec-dati
022389       string cv-data(cal-ind, ind2) ";"
022389              function trim(cv-testo(cal-ind, ind2))
022389              delimited by size into dati-riga
022389       end-string
022389       write rec-dati
022389      end-perform.

022389      close ark-dati.

022389 ex-savecalendar.
022389      exit.

022389*
022389* barcode scanner capture: the usb wedges spray key strokes,
022389* KeyDispatch recognizes the burst by its inter-key timing
022389* and collects it here, keeping it out of the focused widget:
022389* the widget and its value are snapshotted when the burst
022389* starts (scan-mark) and written back once the code routes
022389* (scan-restore), so the scan leaves no residue behind --
022389* parking the focus on a quiet field remains a belt and
022389* braces habit, not the mechanism.
022389*   move 13  to agar-int      (terminator key, 0 takes CR)
022389*   move 300 to agar-number   (max ms between keys, 0 = 300)
022389*   invoke self "scan-capture"
022389*   move "ART" to agar-text
022389*   invoke self "scan-route" using "artscan"
022389* a complete code is routed by its longest matching prefix to
022389* the registered event program, the code itself in agar-text;
022389* an empty prefix catches everything left over.
022389*
022389 scan-capture.

022389      move agar-int to scan-term.
022389      if scan-term = zeros move 13 to scan-term.

022389      move agar-number to scan-millis.
022389      if scan-millis = zeros move 300 to scan-millis.

022389      move 3 to scan-minimo.
022389      move spaces to scan-buffer.
022389      move 1      to scan-punta.
022389      move zeros  to scan-ultimo.
022389      set  scan-foco to null.
022389      move space  to scan-salvato.
022389      move "S"    to scan-attivo.
022389*
022389* the window key traffic must flow through KeyDispatch, the
022389* same wiring setkey lays down
022389*
022389      move agar-widget to agar-object.
022389      move "KeyDispatch"          to agar-procedure.
022389      set agar-callback           to entry "KeyDispatch".
022389      move "key-down" & x"00"     to agar-event.
022389      move "setevent"             to agar-function.
022389      perform setevent            thru ex-setevent.

022389 ex-scan-capture.
022389      exit.

022389 scan-route.

022389      if scan-pfx-count not < 10
022389       display "scan-route: prefix table is full" upon syserr
022389       move agar-rc-error to agar-return-code
022389       go to ex-scan-route.

022389      set agar-callback to entry agar-procedure.

022389      if agar-callback = null
022389       display "windown entry not found:"
022389        function trim(agar-procedure)
022389       move agar-rc-error to agar-return-code
022389       go to ex-scan-route.

022389      inspect agar-text replacing all x"00" by space.

022389      add 1 to scan-pfx-count.
022389      move agar-text(1:8)  to sp-prefisso(scan-pfx-count).
022389      move agar-procedure  to sp-nome(scan-pfx-count).
022389      set  sp-proc(scan-pfx-count) to agar-callback.
022389      move zeros  to sp-min(scan-pfx-count)
022389                     sp-max(scan-pfx-count).
022389      move spaces to sp-tipo(scan-pfx-count).

022389      move zeros to ind2.
022389      perform varying ind2 from 8 by -1
022389       until ind2 = zeros
022389       or sp-prefisso(scan-pfx-count)(ind2:1) > spaces
022389       continue
022389      end-perform.
022389      move ind2 to sp-lung(scan-pfx-count).

022389      set agar-callback to null.
022389      move spaces to agar-procedure.

022389 ex-scan-route.
022389      exit.

022389*
022389* called back by KeyDispatch: when the first fast key lands,
022389* scan-mark notes the focused widget of the window in
022389* agar-object and its value; when the complete code routes,
022389* scan-restore writes that value back, so the burst leaves
022389* the widget as it was
022389*
022389 scan-mark.

022389      set  scan-foco to null.
022389      move space to scan-salvato.

022389      perform get-focused thru ex-get-focused.

022389      if agar-widget = null go to ex-scan-mark.

022389      move agar-widget to agar-object.

022389      perform leggi-widget-testo
022389         thru ex-leggi-widget-testo.

022389      if reg-ind not = zeros
022389       move agar-widget     to scan-foco
022389       move val-testo(1:60) to scan-valore
022389       move "S"             to scan-salvato
022389      end-if.

022389 ex-scan-mark.
022389      exit.

022389 scan-restore.

022389      if scan-salvato = "S"
022389       and scan-foco not = null
022389       move scan-foco   to agar-widget agar-object
022389       move scan-valore to val-testo
022389       perform scrivi-widget-testo
022389          thru ex-scrivi-widget-testo
022389      end-if.

022389      set  scan-foco to null.
022389      move space to scan-salvato.

022389 ex-scan-restore.
022389      exit.

022389*
022389* thermal labels.  a layout file places fixed text, fields of
022389* a <record>-mappa record and barcodes (Code 128, EAN-13, QR)
022389* on the label, positions and heights in printer dots from the
022389* top left corner, ";" separated, "#" lines are comments:
022389*   size;812;406                      (width;height, 812;406)
022389*   printer;MAGAZZINO                 (printers.cfg name)
022389*   text;20;20;30;ARTICOLO
022389*   field;20;60;40;ART-DESCR
022389*   barcode;20;120;100;128;ART-CODICE;ART
022389*   barcode;420;20;5;EAN13;ART-EAN
022389*   barcode;620;200;4;QR;ART-LOTTO;LT;lottoscan
022389* a barcode carries its prefix in front of the field value, so
022389* the scanner can route the code back by it; the height of a QR
022389* code is its module size (1 to 10).  an EAN-13 field holds 12
022389* digits (the check digit is worked out) or 13 with a right one.
022389*   move "articolo.lbl" to agar-text
022389*   move articolo-mappa to agar-value
022389*   set agar-struct     to address of articolo
022389*   move 3              to agar-int     (copies, 0 takes 1)
022389*   invoke self "label"
022389* writes <layout>.zpl, the raw language of the thermal printers,
022389* in the spool directory of the company (name back in
022389* agar-text) and sends it raw to the lp destination printers.cfg
022389* gives the printer of the layout -- the first entry when the
022389* layout names none, the system default without printers.cfg.
022389* a batch run with no display can print labels too.
022389*   invoke self "label-preview"       (same arguments)
022389* shows the label in a window instead, fields filled in.
022389*   move "articolo.lbl" to agar-text
022389*   move articolo-mappa to agar-value
022389*   invoke self "scan-route-label" using "artscan"
022389* routes every code the layout prints to the event program (or
022389* to the one the barcode line names after the prefix) by its
022389* prefix, its length and, for EAN-13, its check digit.
022389*
022389 etichetta.

022389     move agar-rc-ok to agar-return-code.

022389     perform etic-carica thru ex-etic-carica.
022389     if etic-esito not = "S" go to ex-etichetta.

022389     perform etic-valori thru ex-etic-valori.
022389     if etic-esito not = "S" go to ex-etichetta.

022389     perform etic-scrivi thru ex-etic-scrivi.
022389     if etic-esito not = "S" go to ex-etichetta.

022389     perform etic-invia  thru ex-etic-invia.

022389     move etic-zpl to agar-text.

022389 ex-etichetta.
022389     exit.

022389 etichetta-anteprima.

022389     move agar-rc-ok to agar-return-code.

022389     perform etic-carica thru ex-etic-carica.
022389     if etic-esito not = "S" go to ex-etichetta-anteprima.

022389     perform etic-valori thru ex-etic-valori.
022389     if etic-esito not = "S" go to ex-etichetta-anteprima.
022389*
022389* 64 characters across; a character cell is about twice as tall
022389* as it is wide
022389*
022389     compute etic-righe = etic-altezza * 32 / etic-larghezza.
022389     if etic-righe < 3  move 3  to etic-righe.
022389     if etic-righe > 30 move 30 to etic-righe.

022389     move spaces to etic-schermo.

022389     perform varying etic-i from 1 by 1 until etic-i > etic-conta
022389      perform etic-disegna thru ex-etic-disegna
022389     end-perform.

022389     call "AG_WindowNew" using by value 0
022389      returning etic-finestra.

022389     call "AG_WindowSetCaptionS" using
022389      by value etic-finestra
022389       by reference z"Anteprima etichetta".

022389     move agar-object   to etic-salva.
022389     move etic-finestra to agar-object.
022389     perform addconsole thru ex-addconsole.
022389     move etic-salva    to agar-object.

022389     move spaces to etic-dato.
022389     move all "-" to etic-dato(2:64).
022389     move "+" to etic-dato(1:1) etic-dato(66:1).
022389     move etic-dato to agar-text.
022389     perform etic-console thru ex-etic-console.

022389     perform varying etic-j from 1 by 1 until etic-j > etic-righe
022389      move spaces to agar-text
022389      string "|" etic-schermo-riga(etic-j) "|"
022389             delimited by size into agar-text
022389      end-string
022389      perform etic-console thru ex-etic-console
022389     end-perform.

022389     move etic-dato to agar-text.
022389     perform etic-console thru ex-etic-console.

022389     move etic-copie     to etic-ed.
022389     move etic-larghezza to etic-ex.
022389     move etic-altezza   to etic-ey.
022389     move spaces to agar-text.
022389     string "Copie: " function trim(etic-ed)
022389            "   Stampante: " function trim(etic-stampante)
022389            "   " function trim(etic-ex) " x "
022389            function trim(etic-ey) " punti"
022389            delimited by size into agar-text.
022389     perform etic-console thru ex-etic-console.

022389     call "AG_WindowShow" using by value etic-finestra
022389      returning omitted.

022389 ex-etichetta-anteprima.
022389     exit.

022389 etic-console.

022389     perform asciiZ thru ex-asciiZ.
022389     call static "AG_ConsoleMsg" using
022389      by value agar-widget
022389       by content agar-text.

022389 ex-etic-console.
022389     exit.

022389 etichetta-scan.

022389     move agar-rc-ok     to agar-return-code.
022389     move agar-procedure to etic-programma.

022389     perform etic-carica thru ex-etic-carica.

022389     if etic-esito = "S"
022389      perform varying etic-i from 1 by 1
022389       until etic-i > etic-conta or etic-esito not = "S"
022389       if ev-tipo(etic-i) = "barcode"
022389        perform etic-instrada thru ex-etic-instrada
022389       end-if
022389      end-perform
022389     end-if.

022389     set agar-callback to null.
022389     move spaces to agar-procedure.

022389 ex-etichetta-scan.
022389     exit.
022389*
022389* the layout into etic-tabella, the record map and the copies
022389* aside; etic-esito "S" when it reads clean
022389*
022389 etic-carica.

022389     move "N" to etic-esito.

022389     inspect agar-text replacing all x"00" by space.
022389     move agar-text  to etic-file.
022389     move agar-value to etic-mappa.
022389     inspect etic-mappa replacing all x"00" by space.

022389     move agar-int to etic-copie.
022389     if etic-copie = zeros move 1 to etic-copie.

022389     move 812    to etic-larghezza.
022389     move 406    to etic-altezza.
022389     move spaces to etic-stampante.
022389     move zeros  to etic-conta etic-riga.

022389     if etic-file = spaces
022389      display "label: no layout file" upon syserr
022389      move agar-rc-error to agar-return-code
022389      go to ex-etic-carica.

022389     open input ark-etic.

022389     if etic-stato not = "00"
022389      display "label: cannot read "
022389       function trim(etic-file) upon syserr
022389      move agar-rc-error to agar-return-code
022389      go to ex-etic-carica.

022389     move "S"   to etic-esito.
022389     move space to etic-eof.

022389     perform etic-riga-layout thru ex-etic-riga-layout
022389      until etic-eof = "S".

022389     close ark-etic.

022389 ex-etic-carica.
022389     exit.

022389 etic-riga-layout.

022389     read ark-etic next
022389      at end move "S" to etic-eof.

022389     if etic-eof = "S" go to ex-etic-riga-layout.

022389     add 1 to etic-riga.

022389     if dati-etic = spaces or dati-etic(1:1) = "#"
022389      go to ex-etic-riga-layout.

022389     move spaces to etic-parti.
022389     unstring dati-etic delimited by ";"
022389      into etic-parte(1) etic-parte(2) etic-parte(3) etic-parte(4)
022389           etic-parte(5) etic-parte(6) etic-parte(7) etic-parte(8)
022389     end-unstring.

022389     move function lower-case(function trim(etic-parte(1)))
022389       to etic-parte(1).

022389     evaluate etic-parte(1)
022389      when "size"
022389       if function test-numval(etic-parte(2)) not = zero
022389        or function test-numval(etic-parte(3)) not = zero
022389        move "size needs width and height" to etic-messaggio
022389        perform etic-sbaglio thru ex-etic-sbaglio
022389       else
022389        compute etic-larghezza = function numval(etic-parte(2))
022389        compute etic-altezza   = function numval(etic-parte(3))
022389        if etic-larghezza < 1 or etic-altezza < 1
022389         move "size needs width and height" to etic-messaggio
022389         perform etic-sbaglio thru ex-etic-sbaglio
022389        end-if
022389       end-if
022389      when "printer"
022389       move function trim(etic-parte(2)) to etic-stampante
022389      when "text"
022389      when "field"
022389      when "barcode"
022389       perform etic-nuova-voce thru ex-etic-nuova-voce
022389      when other
022389       move "unknown element" to etic-messaggio
022389       perform etic-sbaglio thru ex-etic-sbaglio
022389     end-evaluate.

022389 ex-etic-riga-layout.
022389     exit.

022389 etic-nuova-voce.

022389     if etic-conta not < 60
022389      move "more than 60 elements" to etic-messaggio
022389      perform etic-sbaglio thru ex-etic-sbaglio
022389      go to ex-etic-nuova-voce.

022389     if function test-numval(etic-parte(2)) not = zero
022389      or function test-numval(etic-parte(3)) not = zero
022389      or function test-numval(etic-parte(4)) not = zero
022389      move "position and height must be numbers"
022389        to etic-messaggio
022389      perform etic-sbaglio thru ex-etic-sbaglio
022389      go to ex-etic-nuova-voce.

022389     add 1 to etic-conta.

022389     move etic-parte(1) to ev-tipo(etic-conta).
022389     compute ev-x(etic-conta) = function numval(etic-parte(2)).
022389     compute ev-y(etic-conta) = function numval(etic-parte(3)).
022389     compute ev-h(etic-conta) = function numval(etic-parte(4)).

022389     move spaces to ev-codifica(etic-conta)
022389                    ev-campo(etic-conta)
022389                    ev-testo(etic-conta)
022389                    ev-prefisso(etic-conta)
022389                    ev-programma(etic-conta)
022389                    ev-dato(etic-conta)
022389                    ev-codice(etic-conta)
022389                    ev-esatto(etic-conta).
022389     move zeros  to ev-massimo(etic-conta).

022389     evaluate ev-tipo(etic-conta)
022389      when "text"
022389       move etic-parte(5) to ev-testo(etic-conta)
022389      when "field"
022389       move function trim(etic-parte(5)) to ev-campo(etic-conta)
022389      when other
022389       move function upper-case(function trim(etic-parte(5)))
022389         to ev-codifica(etic-conta)
022389       move function trim(etic-parte(6)) to ev-campo(etic-conta)
022389       move function trim(etic-parte(7)) to etic-appoggio
022389       move etic-appoggio               to ev-prefisso(etic-conta)
022389       move function trim(etic-parte(8))
022389         to ev-programma(etic-conta)
022389       if etic-appoggio(9:) not = spaces
022389        move "prefix longer than 8" to etic-messaggio
022389        perform etic-sbaglio thru ex-etic-sbaglio
022389       end-if
022389       if ev-codifica(etic-conta) not = "128"
022389        and ev-codifica(etic-conta) not = "EAN13"
022389        and ev-codifica(etic-conta) not = "QR"
022389        move "barcode is 128, EAN13 or QR" to etic-messaggio
022389        perform etic-sbaglio thru ex-etic-sbaglio
022389       end-if
022389     end-evaluate.

022389     if ev-tipo(etic-conta) not = "text"
022389      and ev-campo(etic-conta) = spaces
022389      move "no field named" to etic-messaggio
022389      perform etic-sbaglio thru ex-etic-sbaglio.

022389 ex-etic-nuova-voce.
022389     exit.

022389 etic-sbaglio.

022389     move etic-riga to etic-ed.
022389     display "label: " function trim(etic-file)
022389      " line " function trim(etic-ed) ": "
022389      function trim(etic-messaggio) upon syserr.

022389     move agar-rc-error to agar-return-code.
022389     move "N" to etic-esito.
022389     move "S" to etic-eof.

022389 ex-etic-sbaglio.
022389     exit.
022389*
022389* the fields of the layout read from the record
022389*
022389 etic-valori.

022389     perform varying etic-i from 1 by 1
022389      until etic-i > etic-conta or etic-esito not = "S"
022389      if ev-campo(etic-i) not = spaces
022389       perform etic-valore thru ex-etic-valore
022389      end-if
022389     end-perform.

022389 ex-etic-valori.
022389     exit.

022389 etic-valore.

022389     if agar-struct = null
022389      display "label: " function trim(etic-file)
022389       " has fields but no record came" upon syserr
022389      move agar-rc-error to agar-return-code
022389      move "N" to etic-esito
022389      go to ex-etic-valore.

022389     set address of record-image to agar-struct.

022389     perform etic-trova thru ex-etic-trova.
022389     if etic-esito not = "S" go to ex-etic-valore.

022389     if ev-esatto(etic-i) = "S"
022389      perform campo-da-record thru ex-campo-da-record
022389      perform etic-numero     thru ex-etic-numero
022389      perform etic-cifre      thru ex-etic-cifre
022389     else
022389      move spaces to etic-dato
022389      move record-image(map-off + 1 : map-size) to etic-dato
022389      inspect etic-dato replacing all x"00" by space
022389      move function trim(etic-dato) to ev-dato(etic-i)
022389      move ev-dato(etic-i)          to ev-codice(etic-i)
022389     end-if.

022389     if ev-tipo(etic-i) = "barcode"
022389      perform etic-codice thru ex-etic-codice.

022389 ex-etic-valore.
022389     exit.
022389*
022389* the field of the element along the record map: map-off,
022389* map-size and the numeric description of it left by
022389* stacca-campo, the longest code it gives in ev-massimo --
022389* ev-esatto "S" for a numeric field, always that long
022389*
022389 etic-trova.

022389     move etic-mappa to map-tail.
022389     move zeros      to map-off.
022389     move "N"        to etic-trovato.

022389     perform etic-cerca-campo thru ex-etic-cerca-campo
022389      until map-tail = spaces or etic-trovato = "S".

022389     if etic-trovato not = "S"
022389      display "label: field " function trim(ev-campo(etic-i))
022389       " of " function trim(etic-file)
022389       " is not in the record map" upon syserr
022389      move agar-rc-error to agar-return-code
022389      move "N" to etic-esito
022389      go to ex-etic-trova.

022389     move space to ev-esatto(etic-i).
022389     move map-size to ev-massimo(etic-i).

022389     if map-numerico = "S" or map-quarto not = spaces
022389      move "S" to ev-esatto(etic-i)
022389      perform etic-quante-cifre thru ex-etic-quante-cifre
022389      move etic-n to ev-massimo(etic-i).

022389     if ev-massimo(etic-i) > 100 move 100 to ev-massimo(etic-i).

022389 ex-etic-trova.
022389     exit.

022389 etic-cerca-campo.

022389     perform stacca-campo thru ex-stacca-campo.

022389     if map-name = spaces go to ex-etic-cerca-campo.

022389     if function upper-case(map-name)
022389      = function upper-case(ev-campo(etic-i))
022389      move "S" to etic-trovato
022389      go to ex-etic-cerca-campo.

022389     add map-size to map-off.

022389 ex-etic-cerca-campo.
022389     exit.
022389*
022389* how many digits a numeric field puts in a barcode: the
022389* display bytes as they are, the digits of the picture for the
022389* packed, binary and separate sign forms
022389*
022389 etic-quante-cifre.

022389     evaluate map-quarto
022389      when spaces
022389       move map-size to etic-n
022389      when "P"
022389       compute etic-n = map-size * 2 - 1
022389      when "SL"
022389      when "ST"
022389       compute etic-n = map-size - 1
022389      when other
022389       evaluate map-size
022389        when 2     move 4  to etic-n
022389        when 4     move 9  to etic-n
022389        when other move 18 to etic-n
022389       end-evaluate
022389     end-evaluate.

022389     if map-quarto not = spaces and etic-n > 18
022389      move 18 to etic-n.
022389     if etic-n < 1 move 1 to etic-n.

022389 ex-etic-quante-cifre.
022389     exit.
022389*
022389* agar-number with the decimals of the map, as the operator
022389* reads it
022389*
022389 etic-numero.

022389     move agar-number to etic-num-ed.
022389     move spaces to ev-dato(etic-i).

022389     if map-scala = zeros
022389      move function trim(etic-num-ed(1:13)) to ev-dato(etic-i)
022389     else
022389      if map-scala > 6 move 6 to map-scala end-if
022389      string function trim(etic-num-ed(1:13)) locale-decimale
022389             etic-num-ed(15:map-scala)
022389             delimited by size into ev-dato(etic-i)
022389     end-if.

022389 ex-etic-numero.
022389     exit.
022389*
022389* and as the barcode carries it: digits only, as many as the
022389* field holds
022389*
022389 etic-cifre.

022389     move spaces to ev-codice(etic-i).

022389     if map-quarto = spaces
022389      move record-image(map-off + 1 : map-size)
022389        to ev-codice(etic-i)
022389      go to ex-etic-cifre.

022389     compute etic-intero = agar-number * map-divisore.
022389     move ev-massimo(etic-i) to etic-n.
022389     move etic-intero(19 - etic-n : etic-n) to ev-codice(etic-i).

022389 ex-etic-cifre.
022389     exit.
022389*
022389* the data of a barcode: its prefix in front of the field; an
022389* EAN-13 gets the check digit worked out (or checked) -- the
022389* printer is sent the first 12 digits, the 13 are shown
022389*
022389 etic-codice.

022389     move spaces to etic-appoggio.
022389     string function trim(ev-prefisso(etic-i))
022389            function trim(ev-codice(etic-i))
022389            delimited by size into etic-appoggio.
022389     move etic-appoggio to ev-codice(etic-i) ev-dato(etic-i).

022389     if ev-codifica(etic-i) not = "EAN13" go to ex-etic-codice.

022389     perform etic-lunghezza thru ex-etic-lunghezza.

022389     if etic-l = 12 or etic-l = 13
022389      if etic-appoggio(1:etic-l) is not numeric
022389       move zeros to etic-l
022389      end-if
022389     end-if.

022389     if etic-l not = 12 and etic-l not = 13
022389      display "label: EAN-13 " function trim(etic-appoggio)
022389       " of field " function trim(ev-campo(etic-i))
022389       " is not 12 or 13 digits" upon syserr
022389      move agar-rc-error to agar-return-code
022389      move "N" to etic-esito
022389      go to ex-etic-codice.

022389     move zeros to etic-somma.
022389     perform varying etic-j from 1 by 1 until etic-j > 12
022389      move etic-appoggio(etic-j:1) to etic-cifra
022389      if function mod(etic-j, 2) = zero
022389       compute etic-somma = etic-somma + etic-cifra * 3
022389      else
022389       add etic-cifra to etic-somma
022389      end-if
022389     end-perform.
022389     compute etic-cifra =
022389      function mod(10 - function mod(etic-somma, 10), 10).

022389     if etic-l = 13 and etic-appoggio(13:1) not = etic-cifra
022389      display "label: EAN-13 " function trim(etic-appoggio)
022389       " of field " function trim(ev-campo(etic-i))
022389       " has a wrong check digit" upon syserr
022389      move agar-rc-error to agar-return-code
022389      move "N" to etic-esito
022389      go to ex-etic-codice.

022389     move etic-cifra to etic-appoggio(13:1).
022389     move etic-appoggio(1:13) to ev-dato(etic-i).
022389     move etic-appoggio(1:12) to ev-codice(etic-i).

022389 ex-etic-codice.
022389     exit.

022389 etic-lunghezza.

022389     perform varying etic-l from 100 by -1
022389      until etic-l = zeros
022389      or etic-appoggio(etic-l:1) not = space
022389      continue
022389     end-perform.

022389 ex-etic-lunghezza.
022389     exit.
022389*
022389* the ZPL of the label into <layout>.zpl
022389*
022389 etic-scrivi.

022389     move "N" to etic-esito.

022389     move zeros to etic-k.
022389     perform varying etic-j from 1 by 1 until etic-j > 256
022389      if etic-file(etic-j:1) = "/"
022389       move etic-j to etic-k
022389      end-if
022389     end-perform.

022389     move spaces to etic-appoggio.
022389     unstring etic-file(etic-k + 1 :) delimited by "." or space
022389      into etic-appoggio
022389     end-unstring.

022389     move spaces to ditta-nome-file.
022389     string function trim(etic-appoggio) ".zpl"
022389            delimited by size into ditta-nome-file.
022389     move "S" to ditta-sempre ditta-dove.
022389     perform ditta-qualifica thru ex-ditta-qualifica.
022389     move ditta-nome-file to etic-zpl.

022389     open output ark-zpl.

022389     if etic-zstato not = "00"
022389      display "label: cannot create "
022389       function trim(etic-zpl) upon syserr
022389      move agar-rc-error to agar-return-code
022389      go to ex-etic-scrivi.

022389     move "^XA" to dati-zpl.
022389     write rec-zpl.

022389     move etic-larghezza to etic-ex.
022389     move etic-altezza   to etic-ey.
022389     move spaces to dati-zpl.
022389     string "^PW" function trim(etic-ex)
022389            "^LL" function trim(etic-ey)
022389            delimited by size into dati-zpl.
022389     write rec-zpl.

022389     perform varying etic-i from 1 by 1 until etic-i > etic-conta
022389      perform etic-zpl-voce thru ex-etic-zpl-voce
022389     end-perform.

022389     move etic-copie to etic-ed.
022389     move spaces to dati-zpl.
022389     string "^PQ" function trim(etic-ed)
022389            delimited by size into dati-zpl.
022389     write rec-zpl.

022389     move "^XZ" to dati-zpl.
022389     write rec-zpl.

022389     close ark-zpl.

022389     move "S" to etic-esito.

022389 ex-etic-scrivi.
022389     exit.

022389 etic-zpl-voce.

022389     move ev-x(etic-i) to etic-ex.
022389     move ev-y(etic-i) to etic-ey.
022389     move ev-h(etic-i) to etic-eh.

022389     evaluate ev-tipo(etic-i)
022389      when "text"  move ev-testo(etic-i)  to etic-dato
022389      when "field" move ev-dato(etic-i)   to etic-dato
022389      when other   move ev-codice(etic-i) to etic-dato
022389     end-evaluate.

022389     perform etic-proteggi thru ex-etic-proteggi.

022389     move spaces to dati-zpl.

022389     evaluate true
022389      when ev-tipo(etic-i) not = "barcode"
022389       string "^FO" function trim(etic-ex)
022389              "," function trim(etic-ey)
022389              "^A0N," function trim(etic-eh) ","
022389              function trim(etic-eh)
022389              "^FH^FD" etic-fd(1:etic-fl) "^FS"
022389              delimited by size into dati-zpl
022389       end-string
022389      when ev-codifica(etic-i) = "128"
022389       string "^FO" function trim(etic-ex)
022389              "," function trim(etic-ey)
022389              "^BY2^BCN," function trim(etic-eh) ",Y,N,N,A"
022389              "^FH^FD" etic-fd(1:etic-fl) "^FS"
022389              delimited by size into dati-zpl
022389       end-string
022389      when ev-codifica(etic-i) = "EAN13"
022389       string "^FO" function trim(etic-ex)
022389              "," function trim(etic-ey)
022389              "^BY2^BEN," function trim(etic-eh) ",Y,N"
022389              "^FD" etic-fd(1:etic-fl) "^FS"
022389              delimited by size into dati-zpl
022389       end-string
022389      when other
022389       move ev-h(etic-i) to etic-n
022389       if etic-n < 1  move 1  to etic-n end-if
022389       if etic-n > 10 move 10 to etic-n end-if
022389       move etic-n to etic-eh
022389       string "^FO" function trim(etic-ex)
022389              "," function trim(etic-ey)
022389              "^BQN,2," function trim(etic-eh)
022389              "^FH^FDQA," etic-fd(1:etic-fl) "^FS"
022389              delimited by size into dati-zpl
022389       end-string
022389     end-evaluate.

022389     write rec-zpl.

022389 ex-etic-zpl-voce.
022389     exit.
022389*
022389* the field data with the ZPL command characters written as
022389* ^FH hexadecimal escapes, so the printer prints them as they
022389* are and the scanner reads back exactly the data
022389*
022389 etic-proteggi.

022389     move spaces to etic-fd.
022389     move etic-dato to etic-appoggio.
022389     perform etic-lunghezza thru ex-etic-lunghezza.

022389     move 1 to etic-k.
022389     perform varying etic-j from 1 by 1 until etic-j > etic-l
022389      evaluate etic-dato(etic-j:1)
022389       when "^"
022389        move "_5E" to etic-fd(etic-k:3)
022389        add 3 to etic-k
022389       when "~"
022389        move "_7E" to etic-fd(etic-k:3)
022389        add 3 to etic-k
022389       when "_"
022389        move "_5F" to etic-fd(etic-k:3)
022389        add 3 to etic-k
022389       when other
022389        move etic-dato(etic-j:1) to etic-fd(etic-k:1)
022389        add 1 to etic-k
022389      end-evaluate
022389     end-perform.

022389     compute etic-fl = etic-k - 1.
022389     if etic-fl = zeros move 1 to etic-fl.

022389 ex-etic-proteggi.
022389     exit.
022389*
022389* the destination of the printer of the layout in printers.cfg
022389* of the spool directory, the way the spool manager finds it,
022389* and the label sent raw
022389*
022389 etic-invia.

022389     accept etic-spooldir from environment "GuiCOBOLspooldir".
022389     if etic-spooldir = spaces move "." to etic-spooldir.

022389     move spaces to etic-cfg etic-dest.
022389     string function trim(etic-spooldir) "/printers.cfg"
022389            delimited by size into etic-cfg.

022389     open input ark-stamp.

022389     if etic-cstato = "00"
022389      move space to etic-eof
022389      perform etic-riga-stampanti thru ex-etic-riga-stampanti
022389       until etic-eof = "S"
022389      close ark-stamp
022389      if etic-dest = spaces and etic-stampante not = spaces
022389       display "label: printer " function trim(etic-stampante)
022389        " is not in " function trim(etic-cfg) upon syserr
022389       move agar-rc-error to agar-return-code
022389       go to ex-etic-invia
022389      end-if
022389     else
022389      if etic-cstato = "05"
022389       close ark-stamp
022389      end-if
022389     end-if.

022389     move spaces to etic-comando.
022389     if etic-dest = spaces
022389      string "lp -o raw '" function trim(etic-zpl) "'"
022389             delimited by size into etic-comando
022389     else
022389      string "lp -d " function trim(etic-dest)
022389             " -o raw '" function trim(etic-zpl) "'"
022389             delimited by size into etic-comando
022389     end-if.

022389     call "SYSTEM" using function trim(etic-comando)
022389      returning etic-rc.

022389     if etic-rc not = zero
022389      display "label: " function trim(etic-comando)
022389       " failed" upon syserr
022389      move agar-rc-error to agar-return-code.

022389 ex-etic-invia.
022389     exit.

022389 etic-riga-stampanti.

022389     read ark-stamp next
022389      at end move "S" to etic-eof.

022389     if etic-eof = "S" go to ex-etic-riga-stampanti.

022389     if dati-stamp = spaces or dati-stamp(1:1) = "#"
022389      go to ex-etic-riga-stampanti.

022389     move spaces to etic-nome etic-dest.
022389     unstring dati-stamp delimited by ";"
022389      into etic-nome etic-dest
022389     end-unstring.

022389     if etic-stampante = spaces
022389      or etic-nome = etic-stampante
022389      move "S" to etic-eof
022389     else
022389      move spaces to etic-dest
022389     end-if.

022389 ex-etic-riga-stampanti.
022389     exit.
022389*
022389* one element of the label on the preview: text as it is, a
022389* barcode as bars of its height with the data under them, a QR
022389* code as a block of its size
022389*
022389 etic-disegna.

022389     compute etic-col = ev-x(etic-i) * 64 / etic-larghezza + 1.
022389     compute etic-rig = ev-y(etic-i) * etic-righe / etic-altezza
022389                      + 1.

022389     if etic-col > 64 or etic-rig > etic-righe
022389      go to ex-etic-disegna.

022389     compute etic-larga = 65 - etic-col.

022389     if ev-tipo(etic-i) = "barcode"
022389      perform etic-disegna-barre thru ex-etic-disegna-barre.

022389     if etic-rig > etic-righe go to ex-etic-disegna.

022389     if ev-tipo(etic-i) = "text"
022389      move ev-testo(etic-i) to etic-appoggio
022389     else
022389      move ev-dato(etic-i)  to etic-appoggio
022389     end-if.

022389     perform etic-lunghezza thru ex-etic-lunghezza.
022389     if etic-l > etic-larga move etic-larga to etic-l.

022389     if etic-l > zeros
022389      move etic-appoggio(1:etic-l)
022389        to etic-schermo-riga(etic-rig)(etic-col:etic-l).

022389 ex-etic-disegna.
022389     exit.

022389 etic-disegna-barre.

022389     if ev-codifica(etic-i) = "QR"
022389      compute etic-alte  = ev-h(etic-i) * 25 * etic-righe
022389                         / etic-altezza
022389      compute etic-n     = ev-h(etic-i) * 25 * 64
022389                         / etic-larghezza
022389     else
022389      compute etic-alte  = ev-h(etic-i) * etic-righe
022389                         / etic-altezza
022389      move ev-massimo(etic-i) to etic-n
022389      add 10 to etic-n
022389     end-if.

022389     if etic-alte < 1 move 1 to etic-alte.
022389     if etic-n < 2 move 2 to etic-n.
022389     if etic-n > etic-larga move etic-larga to etic-n.

022389     perform varying etic-j from 1 by 1
022389      until etic-j > etic-alte or etic-rig > etic-righe
022389      if ev-codifica(etic-i) = "QR"
022389       move all "#"
022389         to etic-schermo-riga(etic-rig)(etic-col:etic-n)
022389      else
022389       move etic-barre(1:etic-n)
022389         to etic-schermo-riga(etic-rig)(etic-col:etic-n)
022389      end-if
022389      add 1 to etic-rig
022389     end-perform.

022389 ex-etic-disegna-barre.
022389     exit.
022389*
022389* one barcode of the layout as a scan route: its prefix, the
022389* length of the codes the field gives, the check digit for an
022389* EAN-13 -- a route already there is not added twice
022389*
022389 etic-instrada.

022389     perform etic-trova thru ex-etic-trova.
022389     if etic-esito not = "S" go to ex-etic-instrada.

022389     move ev-prefisso(etic-i) to etic-appoggio.
022389     perform etic-lunghezza thru ex-etic-lunghezza.

022389     if ev-codifica(etic-i) = "EAN13"
022389      move 13 to etic-min etic-max
022389     else
022389      if ev-esatto(etic-i) = "S"
022389       compute etic-min = etic-l + ev-massimo(etic-i)
022389       move etic-min to etic-max
022389      else
022389       compute etic-min = etic-l + 1
022389       compute etic-max = etic-l + ev-massimo(etic-i)
022389      end-if
022389     end-if.

022389     if etic-min > 64 move 64 to etic-min.
022389     if etic-max > 64 move 64 to etic-max.

022389     move etic-programma to agar-procedure.
022389     if ev-programma(etic-i) not = spaces
022389      move ev-programma(etic-i) to agar-procedure.

022389     perform varying etic-j from 1 by 1
022389      until etic-j > scan-pfx-count
022389      if sp-prefisso(etic-j) = ev-prefisso(etic-i)
022389       and sp-min(etic-j)  = etic-min
022389       and sp-max(etic-j)  = etic-max
022389       and sp-tipo(etic-j) = ev-codifica(etic-i)
022389       and sp-nome(etic-j) = agar-procedure
022389       go to ex-etic-instrada
022389      end-if
022389     end-perform.

022389     move ev-prefisso(etic-i) to agar-text.
022389     move scan-pfx-count      to etic-n.

022389     perform scan-route thru ex-scan-route.

022389     if scan-pfx-count = etic-n
022389      move "N" to etic-esito
022389      go to ex-etic-instrada.

022389     move etic-min            to sp-min(scan-pfx-count).
022389     move etic-max            to sp-max(scan-pfx-count).
022389     move ev-codifica(etic-i) to sp-tipo(scan-pfx-count).

022389 ex-etic-instrada.
022389     exit.


022389*
022389* copybook records over the socket layer: the two picking
022389* stations stop framing bytes by hand.
022389*   move "PICKMSG" to agar-text
022389*   move ORDER-REC-mappa to agar-value
022389*   invoke self "register-record"
022389* then, with the connection of the connect verb open,
022389*   set agar-struct to address of ORDER-REC
022389*   move "PICKMSG" to agar-text
022389*   invoke self "send-record" / "receive-record"
022389* the wire frame is a 4 digit payload length, the 8 character
022389* type, and the fields as ";" separated text converted along
022389* the map -- a packed amount leaves and arrives as a number,
022389* whatever the byte order of the other end.
022389*
022389 register-record.

022389      inspect agar-text  replacing all x"00" by space.
022389      inspect agar-value replacing all x"00" by space.

022389      perform varying msg-qui from 1 by 1
022389       until msg-qui > msg-count
022389       or mg-tipo(msg-qui) = agar-text(1:8)
022389       continue
022389      end-perform.

022389      if msg-qui > msg-count
022389       if msg-count not < 8
022389        display "register-record: type table is full"
022389         upon syserr
022389        move agar-rc-error to agar-return-code
022389        go to ex-register-record
022389       end-if
022389       add 1 to msg-count
022389       move msg-count to msg-qui
022389      end-if.

022389      move agar-text(1:8) to mg-tipo(msg-qui).
022389      move agar-value     to mg-mappa(msg-qui).

022389 ex-register-record.
022389      exit.

022389 trova-tipo.

022389      perform varying msg-qui from 1 by 1
022389       until msg-qui > msg-count
022389       or mg-tipo(msg-qui) = agar-text(1:8)
022389       continue
022389      end-perform.

022389      if msg-qui > msg-count move zeros to msg-qui.

022389 ex-trova-tipo.
022389      exit.

022389 send-record.

022389      inspect agar-text replacing all x"00" by space.

022389      perform trova-tipo thru ex-trova-tipo.

022389      if msg-qui = zeros or agar-struct = null
022389       display "send-record: type is not registered"
022389        upon syserr
022389       move agar-rc-error to agar-return-code
022389       go to ex-send-record.

022389      set address of record-image to agar-struct.
022389      move mg-mappa(msg-qui) to map-tail.
022389      move zeros to map-off.
022389      move 13    to msg-punta.
022389      move spaces to msg-buffer.

022389      perform campo-sul-filo thru ex-campo-sul-filo
022389       until map-tail = spaces.

022389      compute msg-lung = msg-punta - 13.
022389      move msg-lung       to msg-edit.
022389      move msg-edit       to msg-buffer(1:4).
022389      move mg-tipo(msg-qui) to msg-buffer(5:8).

022389      compute msg-resto = msg-lung + 12.
022389*
022389* a frame that cannot leave now, or that would overtake one
022389* already waiting in the outbox, queues there instead
022389*
022389      perform outbox-in-attesa thru ex-outbox-in-attesa.

022389      if agar-host not = spaces
022389       and (outbox-trovato = "S" or agar-netsocket = null)
022389       move "queued behind waiting messages" to outbox-esito
022389       if agar-netsocket = null
022389        move "not connected" to outbox-esito
022389       end-if
022389       perform send-in-coda thru ex-send-in-coda
022389       go to ex-send-record.

022389      call static "AG_NetWrite" using
022389       by value agar-netsocket
022389        by reference msg-buffer
022389         by value msg-resto
022389          returning outbox-rc.

022389      if outbox-rc < zeros
022389       if agar-host = spaces
022389        move agar-rc-error to agar-return-code
022389       else
022389        move "write failed" to outbox-esito
022389        perform send-in-coda thru ex-send-in-coda
022389       end-if
022389      else
022389       move outbox-rc to agar-int
022389      end-if.

022389 ex-send-record.
022389      exit.

022389*
022389* the frame goes to the outbox for the host and port of the
022389* connection; agar-int zero and the message id in agar-text
022389* tell the caller it waits there
022389*
022389 send-in-coda.

022389      move "record" to outbox-tipo.
022389      move spaces   to outbox-dest outbox-intest.
022389      move agar-port to outbox-edit.
022389      string function trim(agar-host) ";"
022389             function trim(outbox-edit)
022389             delimited by size into outbox-dest.

022389      perform outbox-accoda thru ex-outbox-accoda.

022389      move zeros to agar-int.

022389 ex-send-in-coda.
022389      exit.

022389 campo-sul-filo.

022389      perform stacca-campo thru ex-stacca-campo.

022389      if map-name = spaces go to ex-campo-sul-filo.

022389      if map-numerico = "S" or map-quarto not = spaces
022389       perform campo-da-record thru ex-campo-da-record
022389       perform numero-in-testo thru ex-numero-in-testo
022389       inspect agar-text(1:30) replacing all "," by "."
022389       string function trim(agar-text(1:30)) ";"
022389        delimited by size into msg-buffer
022389        with pointer msg-punta
022389       end-string
022389      else
022389       string function trim(
022389              record-image(map-off + 1 : map-size))
022389              ";"
022389              delimited by size into msg-buffer
022389              with pointer msg-punta
022389       end-string
022389      end-if.

022389      add map-size to map-off.

022389 ex-campo-sul-filo.
022389      exit.

022389 receive-record.

022389      if agar-struct = null
022389       move agar-rc-error to agar-return-code
022389       go to ex-receive-record.

022389      move space to msg-ko.
022389      move 1     to msg-punta.
022389      move 12    to msg-resto.
022389      perform leggi-filo thru ex-leggi-filo.

022389      if msg-ko = "S"
022389       move agar-rc-error to agar-return-code
022389       go to ex-receive-record.

022389      if msg-buffer(1:4) not numeric
022389       display "receive-record: broken frame" upon syserr
022389       move agar-rc-error to agar-return-code
022389       go to ex-receive-record.

022389      move function numval(msg-buffer(1:4)) to msg-lung.
022389      if msg-lung > 2000
022389       display "receive-record: frame too long" upon syserr
022389       move agar-rc-error to agar-return-code
022389       go to ex-receive-record.

022389      if msg-lung > zeros
022389       move 13       to msg-punta
022389       move msg-lung to msg-resto
022389       perform leggi-filo thru ex-leggi-filo
022389      end-if.

022389      if msg-ko = "S"
022389       move agar-rc-error to agar-return-code
022389       go to ex-receive-record.
022389*
022389* the type of the frame picks the map; the caller learns it
022389* from agar-text
022389*
022389      move spaces to agar-text.
022389      move msg-buffer(5:8) to agar-text(1:8).

022389      perform trova-tipo thru ex-trova-tipo.

022389      if msg-qui = zeros
022389       display "receive-record: unknown type "
022389        agar-text(1:8) upon syserr
022389       move agar-rc-error to agar-return-code
022389       go to ex-receive-record.

022389      set address of record-image to agar-struct.
022389      move mg-mappa(msg-qui) to map-tail.
022389      move zeros to map-off.
022389      move 13    to msg-vpunta.

022389      perform campo-dal-filo thru ex-campo-dal-filo
022389       until map-tail = spaces.

022389 ex-receive-record.
022389      exit.

022389 campo-dal-filo.

022389      perform stacca-campo thru ex-stacca-campo.

022389      if map-name = spaces go to ex-campo-dal-filo.

022389      move spaces to msg-colonna.
022389      unstring msg-buffer delimited by ";"
022389       into msg-colonna
022389       with pointer msg-vpunta
022389      end-unstring.

022389      if map-numerico = "S" or map-quarto not = spaces
022389       inspect msg-colonna replacing all "." by ","
022389       compute agar-number =
022389        function numval(msg-colonna(1:40))
022389       perform campo-a-record thru ex-campo-a-record
022389      else
022389       move msg-colonna(1:map-size)
022389         to record-image(map-off + 1 : map-size)
022389      end-if.

022389      add map-size to map-off.

022389 ex-campo-dal-filo.
022389      exit.

022389*
022389* msg-resto bytes into msg-buffer at msg-punta, looping until
022389* the socket handed them all over
022389*
022389 leggi-filo.

022389      perform until msg-resto = zeros
022389       call static "AG_NetRead" using
022389        by value agar-netsocket
022389         by reference msg-buffer(msg-punta:msg-resto)
022389          by value msg-resto
022389           returning agar-int
022389       end-call
022389       if agar-int not > zeros
022389        move "S"   to msg-ko
022389        move zeros to msg-resto
022389       else
022389        add agar-int      to msg-punta
022389        subtract agar-int from msg-resto
022389       end-if
022389      end-perform.

022389 ex-leggi-filo.
022389      exit.

022389*
022389* http client verbs, over the curl of the station: tracking
022389* numbers land in the shipment screen instead of travelling
022389* by copy and paste.
022389*   move "https://host/path" to agar-text
022389*   move "X-Api-Key: abc"    to agar-value   (";" separates
022389*                                            more headers)
022389*   invoke self "http-get"                  (or "http-post",
022389*                                           which sends the
022389*                                           body json-apply
022389*                                           prepared)
022389* the http status code comes back in agar-return-code (zero
022389* when curl itself failed); the response body waits in a temp
022389* file for
022389*   set agar-struct to address of SHIP-REC
022389*   move SHIP-REC-mappa to agar-value
022389*   invoke self "json-fetch"
022389* which fills every record field whose name matches a top
022389* level json key; "json-apply" goes the other way and builds
022389* the flat json object for the next post.
022389*
022389 http-prendi.

022389      move spaces to http-comando.
022389      move 1      to http-cpunta.
022389      string "curl -s -o guicobol-http.body"
022389             " -w '%{http_code}'"
022389             delimited by size into http-comando
022389             with pointer http-cpunta.

022389      perform http-intestazioni thru ex-http-intestazioni.

022389      inspect agar-text replacing all x"00" by space.
022389      string " '" function trim(agar-text(1:256))
022389             "' > guicobol-http.code 2>/dev/null"
022389             delimited by size into http-comando
022389             with pointer http-cpunta.

022389      perform http-esegui thru ex-http-esegui.

022389 ex-http-prendi.
022389      exit.

022389 http-manda.

022389      move spaces to http-comando.
022389      move 1      to http-cpunta.
022389      string "curl -s -o guicobol-http.body"
022389             " -w '%{http_code}'"
022389             " -H 'Content-Type: application/json'"
022389             " --data-binary @guicobol-http.post"
022389             delimited by size into http-comando
022389             with pointer http-cpunta.

022389      perform http-intestazioni thru ex-http-intestazioni.

022389      inspect agar-text replacing all x"00" by space.
022389      string " '" function trim(agar-text(1:256))
022389             "' > guicobol-http.code 2>/dev/null"
022389             delimited by size into http-comando
022389             with pointer http-cpunta.

022389      perform http-esegui thru ex-http-esegui.

022389 ex-http-manda.
022389      exit.

022389*
022389* the screen side of "http-post": a post the network did not
022389* take (curl failed, no answer, a 5xx of the other end) or one
022389* that would overtake the outbox goes there, and the caller
022389* sees 202 with the message id in agar-text; a 4xx refusal is
022389* handed back as it is, queueing it would not change it
022389*
022389 http-post.

022389      inspect agar-text  replacing all x"00" by space.
022389      inspect agar-value replacing all x"00" by space.
022389      move agar-text(1:256)  to outbox-dest.
022389      move agar-value(1:256) to outbox-intest.

022389      perform outbox-in-attesa thru ex-outbox-in-attesa.

022389      if outbox-trovato = "S"
022389       move "queued behind waiting messages" to outbox-esito
022389       perform http-in-coda thru ex-http-in-coda
022389       go to ex-http-post.

022389      perform http-manda thru ex-http-manda.

022389      if http-rc not = zeros or agar-return-code = zeros
022389       move "curl failed" to outbox-esito
022389       perform http-in-coda thru ex-http-in-coda
022389       go to ex-http-post.

022389      if agar-return-code > 499
022389       move agar-return-code to outbox-edit
022389       move spaces to outbox-esito
022389       string "http " function trim(outbox-edit)
022389        delimited by size into outbox-esito
022389       perform http-in-coda thru ex-http-in-coda
022389      end-if.

022389 ex-http-post.
022389      exit.

022389 http-in-coda.

022389      move "http" to outbox-tipo.

022389      perform outbox-accoda thru ex-outbox-accoda.

022389      if agar-return-code not = agar-rc-error
022389       move 202 to agar-return-code.

022389 ex-http-in-coda.
022389      exit.

022389*
022389* store and forward: a record or a post that cannot leave now
022389* waits in the outbox (GuiCOBOLoutbox, default
022389* guicobol-outbox.dat) with its type, destination and payload
022389* until the agaroutbox sender delivers it, oldest first; the
022389* message id is the queueing time plus a sequence number.
022389*   invoke self "outbox-depth"   agar-int = messages waiting,
022389*                                agar-text = "N waiting"
022389*   move id to agar-text
022389*   invoke self "outbox-status"  agar-int 1 waiting, 2 sent,
022389*                                3 dead, 0 unknown; agar-text
022389*                                "waiting;tries;last error",
022389*                                "sent;yyyymmddhhmmss" or
022389*                                "dead;tries;last error"
022389* a message refused for good (http 4xx) or still failing after
022389* GuiCOBOLoutboxtries attempts (default 20) is dead: it goes
022389* to <outbox>.dead with everything needed to send it by hand.
022389* a sent message is marked before the next one is tried, and
022389* the posts carry X-Message-Id, so the other end can tell a
022389* repeat from a new one.  a status bar zone named "outbox"
022389* shows the depth.
022389*
022389 outbox-nomi.

022389      if outbox-file not = spaces go to ex-outbox-nomi.

022389      accept outbox-file from environment "GuiCOBOLoutbox".
022389      if outbox-file = spaces
022389       move "guicobol-outbox.dat" to outbox-file.

022389      move spaces to outbox-morti.
022389      string function trim(outbox-file) ".dead"
022389       delimited by size into outbox-morti.

022389      move spaces to outbox-testo.
022389      accept outbox-testo
022389       from environment "GuiCOBOLoutboxtries".
022389      if outbox-testo not = spaces
022389       and function test-numval(outbox-testo) = zero
022389       move function numval(outbox-testo) to outbox-max.
022389      if outbox-max = zero move 20 to outbox-max.

022389 ex-outbox-nomi.
022389      exit.

022389 outbox-apri.

022389      perform outbox-nomi thru ex-outbox-nomi.

022389      open i-o ark-outbox.
022389      if outbox-stato = "35"
022389       open output ark-outbox
022389       close ark-outbox
022389       open i-o ark-outbox
022389      end-if.

022389      if outbox-stato = "05" move "00" to outbox-stato.

022389 ex-outbox-apri.
022389      exit.

022389*
022389* the oldest waiting message into outbox-msg, outbox-trovato
022389* "S" when there is one
022389*
022389 outbox-primo.

022389      move space      to outbox-trovato.
022389      move low-values to ob-coda.
022389      move "W"        to ob-stato.

022389      start ark-outbox key is not less than ob-coda
022389      end-start.

022389      if outbox-stato not = "00" go to ex-outbox-primo.

022389      read ark-outbox next record into outbox-msg
022389      end-read.

022389      if outbox-stato = "00" and om-attesa
022389       move "S" to outbox-trovato.

022389 ex-outbox-primo.
022389      exit.

022389 outbox-in-attesa.

022389      perform outbox-nomi thru ex-outbox-nomi.

022389      move space to outbox-trovato.
022389      open input ark-outbox.
022389      if outbox-stato not = "00"
022389       if outbox-stato = "05" close ark-outbox end-if
022389       go to ex-outbox-in-attesa.

022389      perform outbox-primo thru ex-outbox-primo.

022389      close ark-outbox.

022389 ex-outbox-in-attesa.
022389      exit.

022389*
022389* queue one message: outbox-tipo, outbox-dest, outbox-intest
022389* and outbox-esito set by the caller; a frame comes from
022389* msg-buffer, a post body from guicobol-http.post, copied
022389* next to the outbox under the message id
022389*
022389 outbox-accoda.

022389      perform outbox-apri thru ex-outbox-apri.

022389      if outbox-stato not = "00"
022389       display "outbox: cannot open " function trim(outbox-file)
022389        " file status " outbox-stato upon syserr
022389       move agar-rc-error to agar-return-code
022389       go to ex-outbox-accoda.

022389      move spaces to outbox-msg.
022389      accept om-data from date yyyymmdd.
022389      accept om-ora  from time.
022389      move zeros          to om-seq om-tentativi om-lung.
022389      move "W"            to om-stato.
022389      move outbox-tipo    to om-tipo.
022389      move outbox-dest    to om-dest.
022389      move outbox-intest  to om-intest.
022389      move outbox-esito   to om-esito.

022389      if outbox-tipo = "record"
022389       move msg-resto               to om-lung
022389       move msg-buffer(1:msg-resto) to om-dati
022389      end-if.

022389      move "N" to outbox-fatto.
022389      perform outbox-scrivi thru ex-outbox-scrivi
022389       until outbox-fatto not = "N".

022389      if outbox-fatto not = "S"
022389       close ark-outbox
022389       display "outbox: write failed, file status "
022389        outbox-stato upon syserr
022389       move agar-rc-error to agar-return-code
022389       go to ex-outbox-accoda.

022389      if outbox-tipo = "http"
022389       perform outbox-corpo-copia thru ex-outbox-corpo-copia
022389      end-if.

022389      close ark-outbox.

022389      move agar-rc-ok to agar-return-code.
022389      move spaces     to agar-text.
022389      move om-chiave  to agar-text(1:20).

022389 ex-outbox-accoda.
022389      exit.

022389*
022389* two messages queued in the same hundredth of a second take
022389* the next sequence number
022389*
022389 outbox-scrivi.

022389      move om-chiave to om-coda-chiave.

022389      write rec-outbox from outbox-msg
022389      end-write.

022389      evaluate true
022389       when outbox-stato = "00" or outbox-stato = "02"
022389        move "S" to outbox-fatto
022389       when outbox-stato = "22" and om-seq < 9999
022389        add 1 to om-seq
022389       when other
022389        move "E" to outbox-fatto
022389      end-evaluate.

022389 ex-outbox-scrivi.
022389      exit.

022389*
022389* the body of a queued post is kept beside the outbox; until
022389* the copy is done the message has no body name and the
022389* sender leaves it for the next pass
022389*
022389 outbox-corpo-copia.

022389      move spaces to outbox-corpo.
022389      string function trim(outbox-file) "." om-chiave ".post"
022389       delimited by size into outbox-corpo.

022389      move spaces to http-comando.
022389      move 1      to http-cpunta.
022389      string "cp guicobol-http.post "
022389             function trim(outbox-corpo)
022389             delimited by size into http-comando
022389             with pointer http-cpunta.

022389      call "SYSTEM" using function trim(http-comando)
022389       returning http-rc.

022389      if http-rc not = zeros
022389       display "outbox: cannot keep the post body" upon syserr
022389       delete ark-outbox record
022389       end-delete
022389       move agar-rc-error to agar-return-code
022389       go to ex-outbox-corpo-copia.

022389      move outbox-corpo to om-dati.
022389      rewrite rec-outbox from outbox-msg
022389      end-rewrite.

022389 ex-outbox-corpo-copia.
022389      exit.

022389 outbox-depth.

022389      perform outbox-nomi thru ex-outbox-nomi.

022389      move zeros  to agar-int.
022389      move spaces to agar-text.

022389      open input ark-outbox.

022389      if outbox-stato = "00"
022389       perform outbox-primo thru ex-outbox-primo
022389       perform until outbox-trovato not = "S"
022389        add 1 to agar-int
022389        read ark-outbox next record into outbox-msg
022389        end-read
022389        if outbox-stato not = "00" or not om-attesa
022389         move space to outbox-trovato
022389        end-if
022389       end-perform
022389       close ark-outbox
022389      end-if.
022389      if outbox-stato = "05" close ark-outbox end-if.

022389      move agar-int to outbox-edit.
022389      string function trim(outbox-edit) " waiting"
022389       delimited by size into agar-text.

022389 ex-outbox-depth.
022389      exit.

022389 outbox-status.

022389      perform outbox-nomi thru ex-outbox-nomi.

022389      inspect agar-text replacing all x"00" by space.
022389      move zeros to agar-int.

022389      open input ark-outbox.
022389      if outbox-stato not = "00"
022389       if outbox-stato = "05" close ark-outbox end-if
022389       move "unknown" to agar-text
022389       go to ex-outbox-status.

022389      move agar-text(1:20) to ob-chiave.
022389      read ark-outbox record into outbox-msg
022389       key is ob-chiave
022389      end-read.
022389      close ark-outbox.

022389      if outbox-stato not = "00"
022389       move "unknown" to agar-text
022389       go to ex-outbox-status.

022389      move om-tentativi to outbox-edit.
022389      move spaces to agar-text.

022389      evaluate true
022389       when om-attesa
022389        move 1 to agar-int
022389        string "waiting;" function trim(outbox-edit) ";"
022389               function trim(om-esito)
022389               delimited by size into agar-text
022389       when om-spedito
022389        move 2 to agar-int
022389        string "sent;" om-ultimo
022389               delimited by size into agar-text
022389       when other
022389        move 3 to agar-int
022389        string "dead;" function trim(outbox-edit) ";"
022389               function trim(om-esito)
022389               delimited by size into agar-text
022389      end-evaluate.

022389 ex-outbox-status.
022389      exit.

022389*
022389* one pass of the sender: the waiting messages in order, each
022389* tried once; the pass stops at the first one still refused,
022389* so nothing overtakes it.  agar-int = messages sent, the
022389* counts also in agar-text.  the queue is closed while a
022389* message travels, the screens keep queueing meanwhile
022389*
022389 outbox-flush.

022389      move zeros to outbox-mandati outbox-persi.
022389      move "S"   to outbox-avanti.

022389      perform outbox-uno thru ex-outbox-uno
022389       until outbox-avanti not = "S".

022389      move outbox-mandati to agar-int.
022389      move outbox-mandati to outbox-edit.
022389      move spaces to agar-text.
022389      move 1      to outbox-rc.
022389      string "sent " function trim(outbox-edit)
022389             delimited by size into agar-text
022389             with pointer outbox-rc.
022389      move outbox-persi to outbox-edit.
022389      string " dead " function trim(outbox-edit)
022389             delimited by size into agar-text
022389             with pointer outbox-rc.

022389 ex-outbox-flush.
022389      exit.

022389 outbox-uno.

022389      move space to outbox-avanti outbox-rifiuto.

022389      perform outbox-apri thru ex-outbox-apri.
022389      if outbox-stato not = "00"
022389       display "outbox: cannot open " function trim(outbox-file)
022389        " file status " outbox-stato upon syserr
022389       move agar-rc-error to agar-return-code
022389       go to ex-outbox-uno.

022389      perform outbox-primo thru ex-outbox-primo.
022389      close ark-outbox.

022389      if outbox-trovato not = "S" go to ex-outbox-uno.
022389      if om-tipo = "http" and om-dati = spaces
022389       go to ex-outbox-uno.

022389      add 1 to om-tentativi.
022389      accept outbox-data from date yyyymmdd.
022389      accept outbox-ora  from time.
022389      move spaces to om-ultimo outbox-esito.
022389      string outbox-data outbox-ora(1:6)
022389       delimited by size into om-ultimo.

022389      if om-tipo = "record"
022389       perform outbox-via-socket thru ex-outbox-via-socket
022389      else
022389       perform outbox-via-http   thru ex-outbox-via-http
022389      end-if.

022389      if outbox-esito = spaces
022389       move "S" to om-stato
022389       add 1 to outbox-mandati
022389       move "S" to outbox-avanti
022389      else
022389       move outbox-esito to om-esito
022389       if outbox-rifiuto = "S" or om-tentativi not < outbox-max
022389        move "D" to om-stato
022389        add 1 to outbox-persi
022389        perform outbox-morto thru ex-outbox-morto
022389        move "S" to outbox-avanti
022389       end-if
022389      end-if.

022389      move om-chiave to om-coda-chiave.

022389      perform outbox-apri thru ex-outbox-apri.
022389      if outbox-stato = "00"
022389       rewrite rec-outbox from outbox-msg
022389       end-rewrite
022389      end-if.
022389*
022389* a message sent but not marked would go out again: the
022389* sender stops here rather than risk it
022389*
022389      if outbox-stato not = "00"
022389       display "outbox: cannot mark message " om-chiave
022389        " file status " outbox-stato upon syserr
022389       move space to outbox-avanti
022389       move agar-rc-error to agar-return-code
022389      end-if.

022389      close ark-outbox.

022389      if om-spedito and om-tipo = "http"
022389       call "CBL_DELETE_FILE" using om-dati
022389      end-if.

022389 ex-outbox-uno.
022389      exit.

022389 outbox-via-socket.

022389      set outbox-socket outbox-indirizzo to null.
022389      move spaces to outbox-host outbox-porta.
022389      unstring om-dest delimited by ";"
022389       into outbox-host outbox-porta
022389      end-unstring.

022389      if outbox-porta = spaces
022389       or function test-numval(outbox-porta) not = zero
022389       move "no destination port" to outbox-esito
022389       move "S" to outbox-rifiuto
022389       go to ex-outbox-via-socket.

022389      move outbox-host to agar-text.
022389      perform asciiZ thru ex-asciiZ.
022389      call static "AG_NetAddrNew" using
022389       by value AG-NET-INET4
022389        returning outbox-indirizzo.
022389      move function numval(outbox-porta) to outbox-porta-n.
022389      call static "AG_NetAddrSet" using
022389       by value outbox-indirizzo
022389        by reference agar-text
022389         by value outbox-porta-n
022389          returning outbox-rc.
022389      call static "AG_NetOpen" using
022389       by value outbox-indirizzo
022389        by value AG-NET-STREAM
022389         returning outbox-socket.

022389      if outbox-socket = null
022389       move "cannot connect" to outbox-esito
022389       go to fine-outbox-socket.

022389      call static "AG_NetConnect" using
022389       by value outbox-socket
022389        returning outbox-rc.

022389      if outbox-rc < zeros
022389       move "cannot connect" to outbox-esito
022389       go to fine-outbox-socket.

022389      move spaces  to msg-buffer.
022389      move om-dati to msg-buffer.
022389      move om-lung to msg-resto.
022389      call static "AG_NetWrite" using
022389       by value outbox-socket
022389        by reference msg-buffer
022389         by value msg-resto
022389          returning outbox-rc.

022389      if outbox-rc < zeros
022389       move "write failed" to outbox-esito.
022389*
022389* the sender runs for days: socket and address go back on every
022389* way out, connected or not
022389*
022389 fine-outbox-socket.

022389      if outbox-socket not = null
022389       call static "AG_NetClose" using
022389        by value outbox-socket
022389       end-call
022389       call static "AG_NetSocketFree" using
022389        by value outbox-socket
022389       end-call
022389       set outbox-socket to null
022389      end-if.

022389      if outbox-indirizzo not = null
022389       call static "AG_NetAddrFree" using
022389        by value outbox-indirizzo
022389       end-call
022389       set outbox-indirizzo to null
022389      end-if.

022389 ex-outbox-via-socket.
022389      exit.

022389 outbox-via-http.

022389      move spaces to http-comando.
022389      move 1      to http-cpunta.
022389      string "cp " function trim(om-dati)
022389             " guicobol-http.post"
022389             delimited by size into http-comando
022389             with pointer http-cpunta.

022389      call "SYSTEM" using function trim(http-comando)
022389       returning http-rc.

022389      if http-rc not = zeros
022389       move "post body is missing" to outbox-esito
022389       move "S" to outbox-rifiuto
022389       go to ex-outbox-via-http.

022389      move om-dest to agar-text.
022389      move spaces  to agar-value.
022389      string function trim(om-intest)
022389             ";X-Message-Id: " om-chiave
022389             delimited by size into agar-value.

022389      perform http-manda thru ex-http-manda.

022389      if http-rc not = zeros or agar-return-code = zeros
022389       move "curl failed" to outbox-esito
022389       go to ex-outbox-via-http.

022389      if agar-return-code > 299
022389       move agar-return-code to outbox-edit
022389       string "http " function trim(outbox-edit)
022389        delimited by size into outbox-esito
022389       if agar-return-code < 500
022389        move "S" to outbox-rifiuto
022389       end-if
022389      end-if.

022389      move agar-rc-ok to agar-return-code.

022389 ex-outbox-via-http.
022389      exit.

022389*
022389* the dead-letter line: id, type, destination, headers, tries,
022389* last error and the payload (the frame itself, or the name of
022389* the kept post body)
022389*
022389 outbox-morto.

022389      move om-tentativi to outbox-edit.
022389      move spaces to rec-morti.
022389      move 1      to outbox-rc.
022389      string om-chiave ";" function trim(om-tipo) ";"
022389             function trim(om-dest) ";"
022389             function trim(om-intest) ";"
022389             function trim(outbox-edit) ";"
022389             function trim(om-esito) ";"
022389             delimited by size into dati-morti
022389             with pointer outbox-rc.

022389      if om-tipo = "record" and om-lung > zero
022389       string om-dati(1:om-lung)
022389        delimited by size into dati-morti
022389        with pointer outbox-rc
022389      else
022389       string function trim(om-dati)
022389        delimited by size into dati-morti
022389        with pointer outbox-rc
022389      end-if.

022389      open extend ark-morti.
022389      if morti-stato = "00" or morti-stato = "05"
022389       write rec-morti
022389       close ark-morti
022389      else
022389       display "outbox: cannot write " function trim(outbox-morti)
022389        " file status " morti-stato upon syserr
022389      end-if.

022389 ex-outbox-morto.
022389      exit.

022389 http-intestazioni.

022389      inspect agar-value replacing all x"00" by space.
022389      move agar-value(1:256) to http-hdr.

022389      perform until http-hdr = spaces
022389       move spaces to msg-colonna
022389       move 1      to msg-vpunta
022389       unstring http-hdr delimited by ";"
022389        into msg-colonna
022389        with pointer msg-vpunta
022389       end-unstring
022389       if msg-vpunta > 256
022389        move spaces to http-hdr
022389       else
022389        move http-hdr(msg-vpunta:) to http-url
022389        move http-url(1:256)       to http-hdr
022389       end-if
022389       if msg-colonna not = spaces
022389        string " -H '"
022389               function trim(msg-colonna)
022389               "'"
022389               delimited by size into http-comando
022389               with pointer http-cpunta
022389        end-string
022389       end-if
022389      end-perform.

022389 ex-http-intestazioni.
022389      exit.

022389 http-esegui.

022389      call "SYSTEM" using function trim(http-comando)
022389       returning http-rc.

022389      move zeros to agar-return-code.

022389      if http-rc not = zeros
022389       display "http: curl failed" upon syserr
022389       go to ex-http-esegui.

022389      move "guicobol-http.code" to http-temp.
022389      open input ark-http.
022389      if http-stato not = "00" go to ex-http-esegui.
022389      move spaces to rec-http.
022389      read ark-http next at end continue end-read.
022389      close ark-http.

022389      if dati-http(1:3) numeric
022389       move function numval(dati-http(1:3))
022389         to agar-return-code.

022389 ex-http-esegui.
022389      exit.

022389*
022389* the response body, flattened to one buffer for the key scan
022389*
022389 http-corpo.

022389      move spaces to http-body.
022389      move zeros  to http-lung.

022389      move "guicobol-http.body" to http-temp.
022389      open input ark-http.
022389      if http-stato not = "00" go to ex-http-corpo.

022389      move space to http-eof.
022389      move 1     to http-i.

022389      perform until http-eof = "S"
022389       read ark-http next at end
022389        move "S" to http-eof
022389       end-read
022389       if http-eof not = "S"
022389        and http-i < 3000
022389        string function trim(dati-http) " "
022389         delimited by size into http-body
022389         with pointer http-i
022389         on overflow move "S" to http-eof
022389        end-string
022389       end-if
022389      end-perform.

022389      close ark-http.
022389      compute http-lung = http-i - 1.

022389 ex-http-corpo.
022389      exit.

022389 json-in-record.

022389      if agar-struct = null
022389       move agar-rc-error to agar-return-code
022389       go to ex-json-in-record.

022389      perform http-corpo thru ex-http-corpo.

022389      if http-lung = zeros
022389       move agar-rc-error to agar-return-code
022389       go to ex-json-in-record.

022389      set address of record-image to agar-struct.
022389      move agar-value to map-tail.
022389      inspect map-tail replacing all x"00" by space.
022389      move zeros to map-off.

022389      perform json-un-campo thru ex-json-un-campo
022389       until map-tail = spaces.

022389 ex-json-in-record.
022389      exit.

022389 json-un-campo.

022389      perform stacca-campo thru ex-stacca-campo.

022389      if map-name = spaces go to ex-json-un-campo.

022389      perform json-cerca-chiave thru ex-json-cerca-chiave.

022389      if http-trovato = "S"
022389       if map-numerico = "S" or map-quarto not = spaces
022389        inspect msg-colonna replacing all "." by ","
022389        compute agar-number =
022389         function numval(msg-colonna(1:40))
022389        perform campo-a-record thru ex-campo-a-record
022389       else
022389        move msg-colonna(1:map-size)
022389          to record-image(map-off + 1 : map-size)
022389       end-if
022389      end-if.

022389      add map-size to map-off.

022389 ex-json-un-campo.
022389      exit.

022389*
022389* the top level value of the key named like the field: the
022389* scan walks the buffer for "name", skips to the colon and
022389* takes the quoted string or the bare number after it
022389*
022389 json-cerca-chiave.

022389      move space  to http-trovato.
022389      move spaces to msg-colonna http-cerca.

022389      string x"22" function trim(map-name) x"22"
022389       delimited by size into http-cerca.

022389      move zeros to http-j.
022389      perform varying http-i from 34 by -1
022389       until http-i = zeros
022389       or http-cerca(http-i:1) > spaces
022389       continue
022389      end-perform.
022389      move http-i to http-j.

022389      move zeros to msg-qui.
022389      perform varying http-i from 1 by 1
022389       until http-i + http-j > http-lung
022389       or msg-qui > zeros
022389       if http-body(http-i:http-j) = http-cerca(1:http-j)
022389        compute msg-qui = http-i + http-j
022389       end-if
022389      end-perform.

022389      if msg-qui = zeros go to ex-json-cerca-chiave.

022389      perform varying http-i from msg-qui by 1
022389       until http-i > http-lung
022389       or http-body(http-i:1) = ":"
022389       continue
022389      end-perform.
022389      add 1 to http-i.

022389      perform varying http-i from http-i by 1
022389       until http-i > http-lung
022389       or http-body(http-i:1) > space
022389       continue
022389      end-perform.

022389      if http-i > http-lung go to ex-json-cerca-chiave.

022389      move zeros to http-j.

022389      if http-body(http-i:1) = x"22"
022389       add 1 to http-i
022389       perform varying http-i from http-i by 1
022389        until http-i > http-lung
022389        or http-body(http-i:1) = x"22"
022389        if http-j < 256
022389         add 1 to http-j
022389         move http-body(http-i:1)
022389           to msg-colonna(http-j:1)
022389        end-if
022389       end-perform
022389      else
022389       perform varying http-i from http-i by 1
022389        until http-i > http-lung
022389        or http-body(http-i:1) = ","
022389        or http-body(http-i:1) = "}"
022389        or http-body(http-i:1) = space
022389        if http-j < 256
022389         add 1 to http-j
022389         move http-body(http-i:1)
022389           to msg-colonna(http-j:1)
022389        end-if
022389       end-perform
022389      end-if.

022389      move "S" to http-trovato.

022389 ex-json-cerca-chiave.
022389      exit.

022389 json-da-record.

022389      if agar-struct = null
022389       move agar-rc-error to agar-return-code
022389       go to ex-json-da-record.

022389      set address of record-image to agar-struct.
022389      move agar-value to map-tail.
022389      inspect map-tail replacing all x"00" by space.
022389      move zeros to map-off.
022389      move spaces to http-body.
022389      move "{" to http-body(1:1).
022389      move 2 to http-i.

022389      perform json-campo-fuori thru ex-json-campo-fuori
022389       until map-tail = spaces.

022389      if http-body(http-i - 1:1) = ","
022389       subtract 1 from http-i.
022389      move "}" to http-body(http-i:1).
022389      add 1 to http-i.

022389      move "guicobol-http.post" to http-temp.
022389      open output ark-http.
022389      if http-stato not = "00"
022389       move agar-rc-error to agar-return-code
022389       go to ex-json-da-record.
022389      move spaces to rec-http.
022389      compute http-j = http-i - 1.
022389      if http-j > 1024 move 1024 to http-j end-if.
022389      move http-body(1:http-j) to dati-http.
022389      write rec-http.
022389      close ark-http.

022389 ex-json-da-record.
022389      exit.

022389 json-campo-fuori.

022389      perform stacca-campo thru ex-stacca-campo.

022389      if map-name = spaces go to ex-json-campo-fuori.

022389      if map-numerico = "S" or map-quarto not = spaces
022389       perform campo-da-record thru ex-campo-da-record
022389       perform numero-in-testo thru ex-numero-in-testo
022389       inspect agar-text(1:30) replacing all "," by "."
022389       string x"22" function trim(map-name) x"22" ":"
022389              function trim(agar-text(1:30)) ","
022389              delimited by size into http-body
022389              with pointer http-i
022389       end-string
022389      else
022389       string x"22" function trim(map-name) x"22"
022389              ":" x"22"
022389              function trim(
022389               record-image(map-off + 1 : map-size))
022389              x"22" ","
022389              delimited by size into http-body
022389              with pointer http-i
022389       end-string
022389      end-if.

022389      add map-size to map-off.

022389 ex-json-campo-fuori.
022389      exit.

022389*
022389* xml documents built from the mapped records and read back
022389* into them (the e-invoice and its kin).  every source of
022389* data is bound first under an alias:
022389*   set agar-struct to address of INV-HEAD
022389*   move INV-HEAD-mappa to agar-value
022389*   move "HEAD" to agar-text
022389*   move 1 to agar-int
022389*   invoke self "xml-bind"
022389* an OCCURS is bound from its first occurrence, with the map
022389* of one occurrence and in agar-int the occurrences in use
022389* (to build) or available (to read); a table widget is bound
022389* with agar-struct null, agar-widget the table and in
022389* agar-value the names of its columns separated by ";"
022389* (spaces: the heading the table was loaded with).  then
022389*   move "invoice.xmap" to agar-text       the mapping template
022389*   move "IT01234_0001.xml" to agar-value
022389*   invoke self "xml-build"                 (or "xml-parse")
022389* every line of the template is  path source [required] [date]
022389*   Invoice/@version                    "1.2"
022389*   Invoice/Header/Number               HEAD.INV-NUM required
022389*   Invoice/Header/Date                 HEAD.INV-DATE date
022389*   Invoice/Line[LINE]/Description      LINE.DESCR required
022389*   Invoice/Line[LINE]/Amount           LINE.AMOUNT
022389* the source is ALIAS.FIELD of the map or a "literal"; the
022389* segment tagged [ALIAS] repeats once per occurrence or row
022389* of that alias (one level of repetition), @name is an
022389* attribute, "date" turns yyyymmdd into yyyy-mm-dd and back,
022389* numbers travel with the decimals of the map and a dot, the
022389* namespace prefix of a name is not looked at when reading.
022389* xml-parse fills the bound records and the rows of the bound
022389* tables, "xml-count" gives the rows read for the alias in
022389* agar-text; what is missing, empty or too much goes by path
022389* to <document>.rej, agar-int the rejects and the return code
022389* an error.  "xml-reset" forgets the bindings.
022389*
022389 xml-lega.

022389      inspect agar-text  replacing all x"00" by space.
022389      inspect agar-value replacing all x"00" by space.
022389      move function upper-case(agar-text(1:16)) to xml-alias.

022389      if xml-alias = spaces
022389       display "xml-bind: no alias" upon syserr
022389       move agar-rc-error to agar-return-code
022389       go to ex-xml-lega.

022389      perform xml-trova-legame thru ex-xml-trova-legame.

022389      if xml-b = zeros
022389       if xl-count not < 10
022389        display "xml-bind: more than 10 bindings" upon syserr
022389        move agar-rc-error to agar-return-code
022389        go to ex-xml-lega
022389       end-if
022389       add 1 to xl-count
022389       move xl-count to xml-b
022389      end-if.

022389      initialize xl-entry(xml-b).
022389      set xl-ptr(xml-b) xl-tab(xml-b) to null.
022389      move xml-alias  to xl-alias(xml-b).
022389      move agar-value to xl-mappa(xml-b).
022389      move agar-int   to xl-occ(xml-b).
022389      if xl-occ(xml-b) = zeros move 1 to xl-occ(xml-b).

022389      if agar-struct = null
022389       move agar-widget to xl-tab(xml-b)
022389       go to ex-xml-lega.

022389      move agar-struct    to xl-ptr(xml-b).
022389      move xl-occ(xml-b)  to xl-righe(xml-b).
022389      set address of record-image to agar-struct.
022389      move agar-value to map-tail.
022389      move zeros to map-off.
022389      perform until map-tail = spaces
022389       perform stacca-campo thru ex-stacca-campo
022389       add map-size to map-off
022389      end-perform.
022389      move map-off to xl-lung(xml-b).

022389 ex-xml-lega.
022389      exit.

022389 xml-azzera.

022389      move zeros to xl-count.

022389 ex-xml-azzera.
022389      exit.

022389 xml-conta.

022389      inspect agar-text replacing all x"00" by space.
022389      move function upper-case(agar-text(1:16)) to xml-alias.
022389      perform xml-trova-legame thru ex-xml-trova-legame.

022389      move zeros to agar-int.
022389      if xml-b = zeros
022389       move agar-rc-error to agar-return-code
022389      else
022389       move xl-righe(xml-b) to agar-int
022389      end-if.

022389 ex-xml-conta.
022389      exit.

022389 xml-trova-legame.

022389      perform varying xml-b from 1 by 1
022389       until xml-b > xl-count
022389       or xl-alias(xml-b) = xml-alias
022389       continue
022389      end-perform.

022389      if xml-b > xl-count move zeros to xml-b.

022389 ex-xml-trova-legame.
022389      exit.

022389*
022389* the field xml-campo in the map of the record bound as xml-b:
022389* map-off and the rest of the map items describe it
022389*
022389 xml-trova-campo.

022389      move space to xml-trovato.
022389      set address of record-image to xl-ptr(xml-b).
022389      move xl-mappa(xml-b) to map-tail.
022389      move zeros to map-off.

022389      perform until map-tail = spaces or xml-trovato = "S"
022389       perform stacca-campo thru ex-stacca-campo
022389       if map-name not = spaces
022389        and function upper-case(map-name) = xml-campo
022389        move "S" to xml-trovato
022389       else
022389        add map-size to map-off
022389       end-if
022389      end-perform.

022389 ex-xml-trova-campo.
022389      exit.

022389 xml-trova-tabella.

022389      perform varying tbl-ind from 1 by 1
022389       until tbl-ind > tbl-count
022389       or tbl-ptr(tbl-ind) = xl-tab(xml-b)
022389       continue
022389      end-perform.

022389      if tbl-ind > tbl-count move zeros to tbl-ind.

022389 ex-xml-trova-tabella.
022389      exit.

022389*
022389* the column xml-campo of the table bound as xml-b: a number,
022389* a name of the list given to xml-bind or of the heading
022389*
022389 xml-colonna.

022389      move zeros to xml-col.

022389      if function test-numval(xml-campo) = zero
022389       move function numval(xml-campo) to xml-col
022389       go to ex-xml-colonna.

022389      move ";" to xml-delim.
022389      move xl-mappa(xml-b) to xml-elenco.

022389      if xml-elenco = spaces
022389       perform xml-trova-tabella thru ex-xml-trova-tabella
022389       if tbl-ind = zeros go to ex-xml-colonna end-if
022389       move tbl-testata(tbl-ind) to xml-elenco
022389       move tbl-delim(tbl-ind)   to xml-delim
022389      end-if.

022389      move 1     to xml-p.
022389      move zeros to xml-n.
022389      perform until xml-p > length of xml-elenco
022389       or xml-col > zeros
022389       move spaces to xml-nome
022389       unstring xml-elenco delimited by xml-delim
022389        into xml-nome with pointer xml-p
022389       end-unstring
022389       add 1 to xml-n
022389       if xml-nome not = spaces
022389        and function upper-case(function trim(xml-nome))
022389          = xml-campo
022389        move xml-n to xml-col
022389       end-if
022389      end-perform.

022389 ex-xml-colonna.
022389      exit.

022389*
022389* the template into xml-modello, the repeating segments into
022389* xml-gruppi; a line that cannot be used is a reject
022389*
022389 xml-prepara.

022389      move zeros  to xml-scarti xf-count xm-count xg-count
022389                     xml-riga-mod.
022389      move space  to xml-rej-aperto xml-esito.
022389      move spaces to xml-rejfile.
022389      string function trim(agar-value) ".rej"
022389       delimited by size into xml-rejfile.

022389      move agar-text to xml-modfile.
022389      open input ark-xmod.

022389      if xml-stato not = "00"
022389       display "xml: cannot open the template "
022389        function trim(xml-modfile) upon syserr
022389       move "N" to xml-esito
022389       go to ex-xml-prepara.

022389      move space to xml-eof.
022389      perform until xml-eof = "S"
022389       read ark-xmod next at end
022389        move "S" to xml-eof
022389       end-read
022389       if xml-eof not = "S"
022389        add 1 to xml-riga-mod
022389        perform xml-riga-modello thru ex-xml-riga-modello
022389       end-if
022389      end-perform.

022389      close ark-xmod.

022389 ex-xml-prepara.
022389      exit.

022389 xml-riga-modello.

022389      move dati-xmod to xml-linea.
022389      inspect xml-linea replacing all x"09" by space
022389                                  all x"0D" by space.
022389      move function trim(xml-linea) to xml-linea.

022389      if xml-linea = spaces or xml-linea(1:1) = "#"
022389       go to ex-xml-riga-modello.

022389      move spaces to xml-path xml-fonte xml-opzioni xml-resto
022389                     xml-costante xml-alias xml-campo.
022389      move 1 to xml-p.
022389      unstring xml-linea delimited by all space
022389       into xml-path with pointer xml-p
022389      end-unstring.
022389      if xml-p not > length of xml-linea
022389       move xml-linea(xml-p:) to xml-resto.

022389      if xml-path(1:1) = "/"
022389       move xml-path(2:) to xml-grezzo
022389       move xml-grezzo   to xml-path
022389      end-if.

022389      if xml-resto(1:1) = x"22"
022389       move 2 to xml-q
022389       unstring xml-resto delimited by x"22"
022389        into xml-costante with pointer xml-q
022389       end-unstring
022389       if xml-q not > length of xml-resto
022389        move xml-resto(xml-q:) to xml-opzioni
022389       end-if
022389      else
022389       move 1 to xml-q
022389       unstring xml-resto delimited by all space
022389        into xml-fonte with pointer xml-q
022389       end-unstring
022389       if xml-q not > length of xml-resto
022389        move xml-resto(xml-q:) to xml-opzioni
022389       end-if
022389       if xml-fonte = spaces
022389        move "no source" to xml-perche
022389        perform xml-scarta-riga thru ex-xml-scarta-riga
022389        go to ex-xml-riga-modello
022389       end-if
022389       unstring xml-fonte delimited by "."
022389        into xml-alias xml-campo
022389       end-unstring
022389       move function upper-case(xml-alias) to xml-alias
022389       move function upper-case(xml-campo) to xml-campo
022389      end-if.

022389      if xm-count not < 300
022389       move "more than 300 template lines" to xml-perche
022389       perform xml-scarta-riga thru ex-xml-scarta-riga
022389       go to ex-xml-riga-modello.

022389      add 1 to xm-count.
022389      initialize xm-entry(xm-count).
022389      move xml-path     to xm-path(xm-count).
022389      move xml-alias    to xm-alias(xm-count).
022389      move xml-campo    to xm-campo(xm-count).
022389      move xml-costante to xm-costante(xm-count).

022389      move function upper-case(xml-opzioni) to xml-opzioni.
022389      move zeros to xml-n.
022389      inspect xml-opzioni tallying xml-n for all "REQUIRED".
022389      if xml-n > zeros move "S" to xm-obbl(xm-count).
022389      move zeros to xml-n.
022389      inspect xml-opzioni tallying xml-n for all "DATE".
022389      if xml-n > zeros move "S" to xm-data(xm-count).

022389      move xml-path to xml-grezzo.
022389      perform xml-pulisci thru ex-xml-pulisci.
022389      move xml-pulito to xm-chiave(xm-count).

022389      if xml-alias not = spaces
022389       perform xml-trova-legame thru ex-xml-trova-legame
022389       if xml-b = zeros
022389        move spaces to xml-perche
022389        string "alias " function trim(xml-alias)
022389               " is not bound"
022389               delimited by size into xml-perche
022389        perform xml-scarta-riga thru ex-xml-scarta-riga
022389        subtract 1 from xm-count
022389        go to ex-xml-riga-modello
022389       end-if
022389       move xml-b to xm-leg(xm-count)
022389       if xl-ptr(xml-b) = null
022389        perform xml-colonna thru ex-xml-colonna
022389        move xml-col to xm-col(xm-count)
022389        if xml-col = zeros or xml-col > 16
022389         move spaces to xml-perche
022389         string function trim(xml-campo)
022389                " is not a column of "
022389                function trim(xml-alias)
022389                delimited by size into xml-perche
022389         perform xml-scarta-riga thru ex-xml-scarta-riga
022389         subtract 1 from xm-count
022389         go to ex-xml-riga-modello
022389        end-if
022389        if xml-col > xl-maxcol(xml-b)
022389         move xml-col to xl-maxcol(xml-b)
022389        end-if
022389       else
022389        perform xml-trova-campo thru ex-xml-trova-campo
022389        if xml-trovato not = "S"
022389         move spaces to xml-perche
022389         string function trim(xml-campo)
022389                " is not in the map of "
022389                function trim(xml-alias)
022389                delimited by size into xml-perche
022389         perform xml-scarta-riga thru ex-xml-scarta-riga
022389         subtract 1 from xm-count
022389         go to ex-xml-riga-modello
022389        end-if
022389       end-if
022389      end-if.

022389      move zeros to xml-i xml-j.
022389      inspect xml-path tallying xml-i
022389       for characters before initial "[".
022389      inspect xml-path tallying xml-j
022389       for characters before initial "]".

022389      if xml-i = length of xml-path
022389       go to ex-xml-riga-modello.

022389      if xml-i = zeros or xml-j not > xml-i + 1
022389       or xml-j = length of xml-path
022389       move "bad [ALIAS] segment" to xml-perche
022389       perform xml-scarta-riga thru ex-xml-scarta-riga
022389       subtract 1 from xm-count
022389       go to ex-xml-riga-modello.

022389      move function upper-case(
022389       xml-path(xml-i + 2 : xml-j - xml-i - 1)) to xml-alias.
022389      perform xml-trova-legame thru ex-xml-trova-legame.

022389      if xml-b = zeros
022389       move spaces to xml-perche
022389       string "alias " function trim(xml-alias)
022389              " is not bound"
022389              delimited by size into xml-perche
022389       perform xml-scarta-riga thru ex-xml-scarta-riga
022389       subtract 1 from xm-count
022389       go to ex-xml-riga-modello.

022389      move xml-alias to xm-rip(xm-count).
022389      compute xm-rip-da(xm-count) = xml-i + 1.
022389      compute xm-rip-a(xm-count)  = xml-j + 1.

022389      move spaces to xml-grezzo.
022389      move xml-path(1:xml-i) to xml-grezzo.
022389      perform xml-pulisci thru ex-xml-pulisci.

022389      perform varying xml-g from 1 by 1
022389       until xml-g > xg-count
022389       or ( xg-alias(xml-g)  = xml-alias
022389       and  xg-chiave(xml-g) = xml-pulito )
022389       continue
022389      end-perform.

022389      if xml-g > xg-count
022389       if xg-count not < 20
022389        move "more than 20 repeating segments" to xml-perche
022389        perform xml-scarta-riga thru ex-xml-scarta-riga
022389        subtract 1 from xm-count
022389        go to ex-xml-riga-modello
022389       end-if
022389       add 1 to xg-count
022389       move xg-count   to xml-g
022389       move xml-alias  to xg-alias(xml-g)
022389       move xml-pulito to xg-chiave(xml-g)
022389       move xml-b      to xg-leg(xml-g)
022389       move zeros      to xg-riga(xml-g)
022389      end-if.

022389      move xml-g to xm-gruppo(xm-count).

022389 ex-xml-riga-modello.
022389      exit.

022389*
022389* the path the document is matched on: no [ALIAS] tags and
022389* no namespace prefixes
022389*
022389 xml-pulisci.

022389      move xml-grezzo to xml-percorso.
022389      perform xml-spezza thru ex-xml-spezza.

022389      move spaces to xml-pulito.
022389      move 1 to xml-pp.
022389      perform varying xml-w from 1 by 1 until xml-w > xq-count
022389       move xq-seg(xml-w) to xml-segmento
022389       perform xml-pulisci-segmento
022389          thru ex-xml-pulisci-segmento
022389       if xml-pp > 1
022389        string "/" delimited by size into xml-pulito
022389         with pointer xml-pp
022389        end-string
022389       end-if
022389       string function trim(xml-segmento) delimited by size
022389        into xml-pulito with pointer xml-pp
022389       end-string
022389      end-perform.

022389 ex-xml-pulisci.
022389      exit.

022389 xml-pulisci-segmento.

022389      move zeros to xml-n.
022389      inspect xml-segmento tallying xml-n
022389       for characters before initial "[".
022389      if xml-n < length of xml-segmento
022389       move spaces to xml-segmento(xml-n + 1:)
022389      end-if.

022389      move zeros to xml-n.
022389      inspect xml-segmento tallying xml-n
022389       for characters before initial ":".
022389      if xml-n < length of xml-segmento - 1
022389       move xml-segmento(xml-n + 2:) to xml-nome
022389       if xml-segmento(1:1) = "@"
022389        move spaces to xml-segmento
022389        string "@" xml-nome delimited by space
022389         into xml-segmento
022389        end-string
022389       else
022389        move xml-nome to xml-segmento
022389       end-if
022389      end-if.

022389 ex-xml-pulisci-segmento.
022389      exit.

022389 xml-spezza.

022389      move zeros to xq-count.
022389      move 1 to xml-p.

022389      perform until xml-p > length of xml-percorso
022389       or xml-percorso(xml-p:) = spaces
022389       move spaces to xml-segmento
022389       unstring xml-percorso delimited by "/"
022389        into xml-segmento with pointer xml-p
022389       end-unstring
022389       if xml-segmento not = spaces and xq-count < 30
022389        add 1 to xq-count
022389        move xml-segmento to xq-seg(xq-count)
022389       end-if
022389      end-perform.

022389 ex-xml-spezza.
022389      exit.

022389*
022389* one reject line: xml-scarta-riga for the template, xml-scarta
022389* for the path of entry xml-k at row xml-rr (zero: no row)
022389*
022389 xml-scarta-riga.

022389      move xml-riga-mod to xml-edit.
022389      move spaces to xml-motivo.
022389      string function trim(xml-modfile) " line "
022389             function trim(xml-edit) ": "
022389             function trim(xml-perche)
022389             delimited by size into xml-motivo.

022389      perform xml-scarto thru ex-xml-scarto.

022389 ex-xml-scarta-riga.
022389      exit.

022389 xml-scarta.

022389      move spaces to xml-motivo.
022389      move 1 to xml-dp.

022389      if xml-rr = zeros or xm-rip(xml-k) = spaces
022389       string function trim(xm-path(xml-k))
022389        delimited by size into xml-motivo with pointer xml-dp
022389      else
022389       move xml-rr to xml-edit
022389       string xm-path(xml-k)(1:xm-rip-da(xml-k) - 1)
022389              "[" function trim(xml-edit) "]"
022389              function trim(xm-path(xml-k)(xm-rip-a(xml-k) + 1:))
022389              delimited by size into xml-motivo
022389              with pointer xml-dp
022389      end-if.

022389      string ": " function trim(xml-perche)
022389       delimited by size into xml-motivo with pointer xml-dp.

022389      perform xml-scarto thru ex-xml-scarto.

022389 ex-xml-scarta.
022389      exit.

022389 xml-scarto.

022389      if xml-rej-aperto = space
022389       move "N" to xml-rej-aperto
022389       open output ark-xrej
022389       if xml-rstato = "00"
022389        move "S" to xml-rej-aperto
022389       end-if
022389      end-if.

022389      add 1 to xml-scarti.

022389      if xml-rej-aperto = "S"
022389       move xml-motivo to dati-xrej
022389       write rec-xrej
022389      end-if.

022389 ex-xml-scarto.
022389      exit.

022389*
022389* rejects closed (or the old list removed), their count in
022389* agar-int, the return code an error when any
022389*
022389 xml-chiudi-scarti.

022389      if xml-rej-aperto = "S"
022389       close ark-xrej
022389      else
022389       if xml-scarti = zeros
022389        call "CBL_DELETE_FILE" using xml-rejfile
022389       end-if
022389      end-if.

022389      move xml-scarti to agar-int.

022389      if xml-scarti > zeros
022389       move xml-scarti to xml-edit
022389       display "xml: " function trim(xml-edit)
022389        " rejects in " function trim(xml-rejfile) upon syserr
022389       move agar-rc-error to agar-return-code
022389      end-if.

022389      if xml-esito = "N"
022389       move agar-rc-error to agar-return-code.

022389 ex-xml-chiudi-scarti.
022389      exit.

022389*
022389* the document: the template expanded into its leaves, one
022389* per element or attribute with a value, then written out
022389* opening and closing the elements along their paths
022389*
022389 xml-costruisci.

022389      inspect agar-text  replacing all x"00" by space.
022389      inspect agar-value replacing all x"00" by space.
022389      move agar-value to xml-outfile.

022389      perform xml-prepara thru ex-xml-prepara.

022389      if xml-esito not = "N"
022389       perform xml-espandi thru ex-xml-espandi
022389       perform xml-scrivi  thru ex-xml-scrivi
022389      end-if.

022389      perform xml-chiudi-scarti thru ex-xml-chiudi-scarti.

022389 ex-xml-costruisci.
022389      exit.

022389 xml-espandi.

022389      move 1 to xml-i.

022389      perform until xml-i > xm-count
022389       if xm-gruppo(xml-i) = zeros
022389        move zeros to xml-r
022389        move xml-i to xml-k
022389        perform xml-foglia thru ex-xml-foglia
022389        add 1 to xml-i
022389       else
022389        move xml-i to xml-j
022389        perform until xml-j > xm-count
022389         or xm-gruppo(xml-j) not = xm-gruppo(xml-i)
022389         add 1 to xml-j
022389        end-perform
022389        move xm-gruppo(xml-i) to xml-g
022389        perform xml-righe-gruppo thru ex-xml-righe-gruppo
022389        perform varying xml-r from 1 by 1 until xml-r > xml-n
022389         perform varying xml-k from xml-i by 1
022389          until xml-k = xml-j
022389          perform xml-foglia thru ex-xml-foglia
022389         end-perform
022389        end-perform
022389        move xml-j to xml-i
022389       end-if
022389      end-perform.

022389 ex-xml-espandi.
022389      exit.

022389 xml-righe-gruppo.

022389      move zeros to xml-n.
022389      move xg-leg(xml-g) to xml-b.

022389      if xl-ptr(xml-b) not = null
022389       move xl-occ(xml-b) to xml-n
022389      else
022389       perform xml-trova-tabella thru ex-xml-trova-tabella
022389       if tbl-ind > zeros
022389        move tbl-rows(tbl-ind) to xml-n
022389       end-if
022389      end-if.

022389 ex-xml-righe-gruppo.
022389      exit.

022389*
022389* leaf of entry xml-k at row xml-r: its path carries "#row"
022389* in place of the [ALIAS] tag, so every row is an element
022389*
022389 xml-foglia.

022389      perform xml-valore thru ex-xml-valore.

022389      if xml-dato = spaces
022389       if xm-obbl(xml-k) = "S"
022389        move xml-r to xml-rr
022389        move "required value is empty" to xml-perche
022389        perform xml-scarta thru ex-xml-scarta
022389       end-if
022389       go to ex-xml-foglia.

022389      if xf-count not < 3000
022389       if xf-count = 3000
022389        move "more than 3000 elements" to xml-perche
022389        move zeros to xml-rr
022389        perform xml-scarta thru ex-xml-scarta
022389        add 1 to xf-count
022389       end-if
022389       go to ex-xml-foglia.

022389      add 1 to xf-count.
022389      move xml-dato to xf-valore(xf-count).
022389      move space    to xf-fatta(xf-count).

022389      if xml-r = zeros
022389       move xm-path(xml-k) to xf-path(xf-count)
022389      else
022389       move xml-r to xml-edit
022389       move spaces to xf-path(xf-count)
022389       string xm-path(xml-k)(1:xm-rip-da(xml-k) - 1)
022389              "#" function trim(xml-edit)
022389              function trim(xm-path(xml-k)(xm-rip-a(xml-k) + 1:))
022389              delimited by size into xf-path(xf-count)
022389      end-if.

022389 ex-xml-foglia.
022389      exit.

022389*
022389* value of entry xml-k at row xml-r into xml-dato; a field of
022389* another alias than the repeating one comes from its first
022389* occurrence
022389*
022389 xml-valore.

022389      move spaces to xml-dato.

022389      if xm-alias(xml-k) = spaces
022389       move xm-costante(xml-k) to xml-dato
022389       go to ex-xml-valore.

022389      move xm-leg(xml-k) to xml-b.
022389      move 1 to xml-o.
022389      if xml-r > zeros and xm-alias(xml-k) = xm-rip(xml-k)
022389       move xml-r to xml-o.

022389      if xl-ptr(xml-b) = null
022389       perform xml-trova-tabella thru ex-xml-trova-tabella
022389       if tbl-ind = zeros
022389        go to ex-xml-valore
022389       end-if
022389       if xml-o > tbl-rows(tbl-ind)
022389        go to ex-xml-valore
022389       end-if
022389       move tbl-dati(tbl-ind, xml-o) to dati-riga
022389       move tbl-delim(tbl-ind)       to dati-delim
022389       perform spezza-riga thru ex-spezza-riga
022389       if xm-col(xml-k) not > riga-ind
022389        move function trim(campo-dato(xm-col(xml-k)))
022389          to xml-dato
022389       end-if
022389      else
022389       move xm-campo(xml-k) to xml-campo
022389       perform xml-trova-campo thru ex-xml-trova-campo
022389       compute map-off = map-off
022389                       + ( xml-o - 1 ) * xl-lung(xml-b)
022389       if map-numerico = "S" or map-quarto not = spaces
022389        perform campo-da-record thru ex-campo-da-record
022389        perform xml-numero      thru ex-xml-numero
022389       else
022389        move function trim(
022389         record-image(map-off + 1 : map-size)) to xml-dato
022389       end-if
022389      end-if.

022389      inspect xml-dato replacing all x"00" by space.

022389      if xm-data(xml-k) = "S"
022389       if xml-dato = "0"
022389        move spaces to xml-dato
022389       end-if
022389       if xml-dato(1:8) is numeric and xml-dato(9:) = spaces
022389        move xml-dato(1:8) to xml-giorno
022389        move spaces to xml-dato
022389        string xml-giorno(1:4) "-" xml-giorno(5:2) "-"
022389               xml-giorno(7:2)
022389               delimited by size into xml-dato
022389       end-if
022389      end-if.

022389 ex-xml-valore.
022389      exit.

022389*
022389* agar-number with the decimals of the map and a dot
022389*
022389 xml-numero.

022389      move agar-number to xml-num-ed.
022389      move spaces to xml-dato.

022389      if map-scala = zeros
022389       move function trim(xml-num-ed(1:13)) to xml-dato
022389      else
022389       if map-scala > 6 move 6 to map-scala end-if
022389       string function trim(xml-num-ed(1:13)) "."
022389              xml-num-ed(15:map-scala)
022389              delimited by size into xml-dato
022389      end-if.

022389 ex-xml-numero.
022389      exit.

022389 xml-scrivi.

022389      open output ark-xout.

022389      if xml-ostato not = "00"
022389       display "xml-build: cannot write "
022389        function trim(xml-outfile) upon syserr
022389       move "N" to xml-esito
022389       go to ex-xml-scrivi.

022389      move spaces to dati-xout.
022389      string "<?xml version=" x"22" "1.0" x"22"
022389             " encoding=" x"22" "UTF-8" x"22" "?>"
022389             delimited by size into dati-xout.
022389      write rec-xout.

022389      move zeros to xs-livello.

022389      perform varying xml-f from 1 by 1 until xml-f > xf-count
022389       if xf-fatta(xml-f) not = "S"
022389        perform xml-scrivi-foglia thru ex-xml-scrivi-foglia
022389       end-if
022389      end-perform.

022389      move zeros to xml-c.
022389      perform xml-chiudi-fino thru ex-xml-chiudi-fino.

022389      close ark-xout.

022389 ex-xml-scrivi.
022389      exit.

022389*
022389* leaf xml-f: the elements the stack has in common with its
022389* path stay open, the others are closed, the missing ones
022389* opened; an attribute leaf lands in the tag of its element
022389*
022389 xml-scrivi-foglia.

022389      move xf-path(xml-f) to xml-percorso.
022389      perform xml-spezza thru ex-xml-spezza.

022389      if xq-count = zeros
022389       move "S" to xf-fatta(xml-f)
022389       go to ex-xml-scrivi-foglia.

022389      compute xml-l = xq-count - 1.

022389      move zeros to xml-c.
022389      perform until xml-c = xs-livello or xml-c = xml-l
022389       or xs-seg(xml-c + 1) not = xq-seg(xml-c + 1)
022389       add 1 to xml-c
022389      end-perform.

022389      perform xml-chiudi-fino thru ex-xml-chiudi-fino.

022389      compute xml-w = xml-c + 1.
022389      perform varying xml-v from xml-w by 1
022389       until xml-v > xml-l
022389       perform xml-apri-tag thru ex-xml-apri-tag
022389      end-perform.

022389      if xf-fatta(xml-f) = "S"
022389       go to ex-xml-scrivi-foglia.

022389      if xq-seg(xq-count)(1:1) = "@"
022389       move "S" to xf-fatta(xml-f)
022389       move zeros to xml-rr
022389       move spaces to xml-motivo
022389       string function trim(xf-path(xml-f))
022389              ": attribute after the content of its element"
022389              delimited by size into xml-motivo
022389       perform xml-scarto thru ex-xml-scarto
022389       go to ex-xml-scrivi-foglia.

022389      move xq-count to xml-v.
022389      perform xml-percorso-elem thru ex-xml-percorso-elem.
022389      move spaces to xml-riga xml-nome.
022389      compute xml-rp = ( xml-v - 1 ) * 2 + 1.
022389      unstring xq-seg(xml-v) delimited by "#" into xml-nome.
022389      string "<" function trim(xml-nome) delimited by size
022389       into xml-riga with pointer xml-rp.

022389      compute xml-a = xml-f + 1.
022389      perform xml-attributi thru ex-xml-attributi.

022389      string ">" delimited by size
022389       into xml-riga with pointer xml-rp.
022389      move xf-valore(xml-f) to xml-dato.
022389      perform xml-esc thru ex-xml-esc.
022389      string "</" function trim(xml-nome) ">"
022389       delimited by size into xml-riga with pointer xml-rp.

022389      move xml-riga to dati-xout.
022389      write rec-xout.
022389      move "S" to xf-fatta(xml-f).

022389 ex-xml-scrivi-foglia.
022389      exit.

022389 xml-apri-tag.

022389      perform xml-percorso-elem thru ex-xml-percorso-elem.
022389      move spaces to xml-riga xml-nome.
022389      compute xml-rp = ( xml-v - 1 ) * 2 + 1.
022389      unstring xq-seg(xml-v) delimited by "#" into xml-nome.
022389      string "<" function trim(xml-nome) delimited by size
022389       into xml-riga with pointer xml-rp.

022389      move xml-f to xml-a.
022389      perform xml-attributi thru ex-xml-attributi.

022389      if xml-figli = "S"
022389       string ">" delimited by size
022389        into xml-riga with pointer xml-rp
022389       add 1 to xs-livello
022389       move xq-seg(xml-v) to xs-seg(xs-livello)
022389      else
022389       string "/>" delimited by size
022389        into xml-riga with pointer xml-rp
022389      end-if.

022389      move xml-riga to dati-xout.
022389      write rec-xout.

022389 ex-xml-apri-tag.
022389      exit.

022389*
022389* the attributes of the element xml-elem: the leaves from
022389* xml-a on that are its "@name"; xml-figli says whether it
022389* has content as well
022389*
022389 xml-attributi.

022389      move space to xml-figli.

022389      perform varying xml-a from xml-a by 1
022389       until xml-a > xf-count
022389       or xf-path(xml-a)(1:xml-el) not = xml-elem(1:xml-el)
022389       if xf-fatta(xml-a) not = "S"
022389        move zeros to xml-n
022389        inspect xf-path(xml-a)(xml-el + 1:)
022389         tallying xml-n for all "/"
022389        if xf-path(xml-a)(xml-el + 1:1) = "@"
022389         and xml-n = zeros
022389         move spaces to xml-anome
022389         move xf-path(xml-a)(xml-el + 2:) to xml-anome
022389         string " " function trim(xml-anome) "=" x"22"
022389          delimited by size into xml-riga with pointer xml-rp
022389         end-string
022389         move xf-valore(xml-a) to xml-dato
022389         perform xml-esc thru ex-xml-esc
022389         string x"22" delimited by size
022389          into xml-riga with pointer xml-rp
022389         end-string
022389         move "S" to xf-fatta(xml-a)
022389        else
022389         move "S" to xml-figli
022389        end-if
022389       end-if
022389      end-perform.

022389 ex-xml-attributi.
022389      exit.

022389*
022389* the path of the element at level xml-v, with its "/"
022389*
022389 xml-percorso-elem.

022389      move spaces to xml-elem.
022389      move 1 to xml-ep.

022389      perform varying xml-w from 1 by 1 until xml-w > xml-v
022389       string function trim(xq-seg(xml-w)) "/"
022389        delimited by size into xml-elem with pointer xml-ep
022389       end-string
022389      end-perform.

022389      compute xml-el = xml-ep - 1.

022389 ex-xml-percorso-elem.
022389      exit.

022389 xml-chiudi-fino.

022389      perform until xs-livello not > xml-c
022389       move spaces to xml-riga xml-nome
022389       compute xml-rp = ( xs-livello - 1 ) * 2 + 1
022389       unstring xs-seg(xs-livello) delimited by "#"
022389        into xml-nome
022389       end-unstring
022389       string "</" function trim(xml-nome) ">"
022389        delimited by size into xml-riga with pointer xml-rp
022389       end-string
022389       move xml-riga to dati-xout
022389       write rec-xout
022389       subtract 1 from xs-livello
022389      end-perform.

022389 ex-xml-chiudi-fino.
022389      exit.

022389*
022389* xml-dato escaped onto xml-riga
022389*
022389 xml-esc.

022389      perform varying xml-e from length of xml-dato by -1
022389       until xml-e = zeros or xml-dato(xml-e:1) not = space
022389       continue
022389      end-perform.

022389      perform varying xml-x from 1 by 1 until xml-x > xml-e
022389       evaluate xml-dato(xml-x:1)
022389        when "&"
022389         string "&amp;" delimited by size
022389          into xml-riga with pointer xml-rp
022389        when "<"
022389         string "&lt;" delimited by size
022389          into xml-riga with pointer xml-rp
022389        when ">"
022389         string "&gt;" delimited by size
022389          into xml-riga with pointer xml-rp
022389        when x"22"
022389         string "&quot;" delimited by size
022389          into xml-riga with pointer xml-rp
022389        when "'"
022389         string "&apos;" delimited by size
022389          into xml-riga with pointer xml-rp
022389        when other
022389         string xml-dato(xml-x:1) delimited by size
022389          into xml-riga with pointer xml-rp
022389       end-evaluate
022389      end-perform.

022389 ex-xml-esc.
022389      exit.

022389*
022389* the document read back: a byte by byte scan of the file, so
022389* a document on a single line of any length is fine; every
022389* element closed without children and every attribute hands
022389* its value to the template entries of its path
022389*
022389 xml-analizza.

022389      inspect agar-text  replacing all x"00" by space.
022389      inspect agar-value replacing all x"00" by space.
022389      move agar-value to xml-infile.

022389      perform xml-prepara thru ex-xml-prepara.

022389      if xml-esito not = "N"
022389       perform xml-prepara-tabelle thru ex-xml-prepara-tabelle
022389       perform xml-leggi           thru ex-xml-leggi
022389      end-if.

022389      if xml-esito not = "N"
022389       perform xml-verifica thru ex-xml-verifica
022389      end-if.

022389      perform xml-chiudi-scarti thru ex-xml-chiudi-scarti.

022389 ex-xml-analizza.
022389      exit.

022389*
022389* the tables that receive rows get their place in the shadow
022389* store, emptied
022389*
022389 xml-prepara-tabelle.

022389      perform varying xml-g from 1 by 1 until xml-g > xg-count
022389       move xg-leg(xml-g) to xml-b
022389       if xl-ptr(xml-b) = null
022389        perform xml-posto-tabella thru ex-xml-posto-tabella
022389       end-if
022389      end-perform.

022389 ex-xml-prepara-tabelle.
022389      exit.

022389 xml-posto-tabella.

022389      perform xml-trova-tabella thru ex-xml-trova-tabella.

022389      if tbl-ind = zeros
022389       if tbl-count not < 4
022389        move spaces to xml-motivo
022389        string function trim(xl-alias(xml-b))
022389               ": no room for another table"
022389               delimited by size into xml-motivo
022389        perform xml-scarto thru ex-xml-scarto
022389        go to ex-xml-posto-tabella
022389       end-if
022389       add 1 to tbl-count
022389       move tbl-count      to tbl-ind
022389       move xl-tab(xml-b)  to tbl-ptr(tbl-ind)
022389       move ";"            to tbl-delim(tbl-ind)
022389       move spaces         to tbl-testata(tbl-ind)
022389      end-if.

022389      if tbl-delim(tbl-ind) = space
022389       move ";" to tbl-delim(tbl-ind).
022389      move zeros   to tbl-rows(tbl-ind).
022389      move tbl-ind to xl-tbl(xml-b).

022389 ex-xml-posto-tabella.
022389      exit.

022389 xml-leggi.

022389      call "CBL_OPEN_FILE" using xml-infile xr-modo xr-nega
022389       xr-disp xr-handle returning xr-rc.

022389      if xr-rc not = zeros
022389       display "xml-parse: cannot open "
022389        function trim(xml-infile) upon syserr
022389       move "N" to xml-esito
022389       go to ex-xml-leggi.

022389      move zeros to xr-offset xr-conta.
022389      move 128   to xr-flag.
022389      call "CBL_READ_FILE" using xr-handle xr-offset xr-conta
022389       xr-flag xr-buffer returning xr-rc.
022389      move xr-offset to xr-totale.
022389      move zeros to xr-flag.

022389      move zeros  to xr-pos xs-livello xr-oltre xr-xlung
022389                     xr-tlung xp-plung.
022389      move spaces to xp-chiave.
022389      move "T"    to xr-stato.

022389      perform until xr-pos not < xr-totale
022389       compute xr-quanti = xr-totale - xr-pos
022389       if xr-quanti > length of xr-buffer
022389        move length of xr-buffer to xr-quanti
022389       end-if
022389       move xr-pos    to xr-offset
022389       move xr-quanti to xr-conta
022389       call "CBL_READ_FILE" using xr-handle xr-offset xr-conta
022389        xr-flag xr-buffer returning xr-rc
022389       if xr-rc not = zeros
022389        display "xml-parse: read error on "
022389         function trim(xml-infile) upon syserr
022389        move "N" to xml-esito
022389        move xr-totale to xr-pos
022389       else
022389        perform varying xr-i from 1 by 1 until xr-i > xr-quanti
022389         move xr-buffer(xr-i:1) to xr-c
022389         perform xml-carattere thru ex-xml-carattere
022389        end-perform
022389        add xr-quanti to xr-pos
022389       end-if
022389      end-perform.

022389      call "CBL_CLOSE_FILE" using xr-handle.

022389 ex-xml-leggi.
022389      exit.

022389*
022389* one byte: T text, G inside a tag, C comment, D cdata
022389*
022389 xml-carattere.

022389      evaluate xr-stato
022389       when "T"
022389        if xr-c = "<"
022389         move "G"   to xr-stato
022389         move zeros to xr-tlung
022389         move space to xr-virg
022389        else
022389         perform xml-accoda-testo thru ex-xml-accoda-testo
022389        end-if
022389       when "G"
022389        perform xml-carattere-tag thru ex-xml-carattere-tag
022389       when "C"
022389        perform xml-scorri-coda thru ex-xml-scorri-coda
022389        if xr-coda = "-->"
022389         move "T" to xr-stato
022389        end-if
022389       when "D"
022389        perform xml-accoda-testo thru ex-xml-accoda-testo
022389        perform xml-scorri-coda  thru ex-xml-scorri-coda
022389        if xr-coda = "]]>"
022389         move "T" to xr-stato
022389         if xr-xlung not < 3
022389          subtract 3 from xr-xlung
022389         end-if
022389        end-if
022389      end-evaluate.

022389 ex-xml-carattere.
022389      exit.

022389 xml-scorri-coda.

022389      move xr-coda(2:1) to xr-coda(1:1).
022389      move xr-coda(3:1) to xr-coda(2:1).
022389      move xr-c         to xr-coda(3:1).

022389 ex-xml-scorri-coda.
022389      exit.

022389 xml-accoda-testo.

022389      if xr-xlung < length of xr-testo
022389       add 1 to xr-xlung
022389       move xr-c to xr-testo(xr-xlung:1)
022389      end-if.

022389 ex-xml-accoda-testo.
022389      exit.

022389 xml-carattere-tag.

022389      if xr-virg not = space
022389       if xr-c = xr-virg
022389        move space to xr-virg
022389       end-if
022389       perform xml-accoda-tag thru ex-xml-accoda-tag
022389       go to ex-xml-carattere-tag.

022389      if xr-c = x"22" or xr-c = "'"
022389       move xr-c to xr-virg
022389       perform xml-accoda-tag thru ex-xml-accoda-tag
022389       go to ex-xml-carattere-tag.

022389      if xr-c = ">"
022389       move "T" to xr-stato
022389       perform xml-tag thru ex-xml-tag
022389       go to ex-xml-carattere-tag.

022389      perform xml-accoda-tag thru ex-xml-accoda-tag.

022389      if xr-tlung = 3 and xr-tag(1:3) = "!--"
022389       move "C"    to xr-stato
022389       move spaces to xr-coda.

022389      if xr-tlung = 8 and xr-tag(1:8) = "![CDATA["
022389       move "D"    to xr-stato
022389       move spaces to xr-coda.

022389 ex-xml-carattere-tag.
022389      exit.

022389 xml-accoda-tag.

022389      if xr-tlung < length of xr-tag
022389       add 1 to xr-tlung
022389       move xr-c to xr-tag(xr-tlung:1)
022389      end-if.

022389 ex-xml-accoda-tag.
022389      exit.

022389*
022389* a whole tag: declarations and processing instructions are
022389* passed over, an end tag closes, a start tag opens and
022389* hands out its attributes
022389*
022389 xml-tag.

022389      if xr-tlung = zeros go to ex-xml-tag.

022389      if xr-tag(1:1) = "?" or xr-tag(1:1) = "!"
022389       go to ex-xml-tag.

022389      inspect xr-tag(1:xr-tlung) replacing all x"09" by space
022389                                          all x"0A" by space
022389                                          all x"0D" by space.

022389      if xr-tag(1:1) = "/"
022389       perform xml-chiudi thru ex-xml-chiudi
022389       go to ex-xml-tag.

022389      move space to xr-vuoto.
022389      if xr-tag(xr-tlung:1) = "/"
022389       move "S"   to xr-vuoto
022389       move space to xr-tag(xr-tlung:1)
022389      end-if.

022389      move spaces to xml-nome.
022389      move 1 to xr-tp.
022389      unstring xr-tag(1:xr-tlung) delimited by all space
022389       into xml-nome with pointer xr-tp
022389      end-unstring.

022389      perform xml-apri thru ex-xml-apri.

022389      perform xml-attributo thru ex-xml-attributo
022389       until xr-tp > xr-tlung.

022389      if xr-vuoto = "S"
022389       perform xml-chiudi thru ex-xml-chiudi.

022389 ex-xml-tag.
022389      exit.

022389 xml-attributo.

022389      perform until xr-tp > xr-tlung
022389       or xr-tag(xr-tp:1) not = space
022389       add 1 to xr-tp
022389      end-perform.

022389      if xr-tp > xr-tlung go to ex-xml-attributo.

022389      move spaces to xml-anome.
022389      unstring xr-tag(1:xr-tlung) delimited by "="
022389       into xml-anome with pointer xr-tp
022389      end-unstring.

022389      perform until xr-tp > xr-tlung
022389       or xr-tag(xr-tp:1) not = space
022389       add 1 to xr-tp
022389      end-perform.

022389      if xr-tp > xr-tlung go to ex-xml-attributo.

022389      move xr-tag(xr-tp:1) to xr-q.
022389      add 1 to xr-tp.
022389      move zeros to xr-xlung.

022389      perform until xr-tp > xr-tlung
022389       or xr-tag(xr-tp:1) = xr-q
022389       move xr-tag(xr-tp:1) to xr-c
022389       perform xml-accoda-testo thru ex-xml-accoda-testo
022389       add 1 to xr-tp
022389      end-perform.
022389      add 1 to xr-tp.

022389      if xs-livello = zeros or xr-oltre > zeros
022389       or xp-plung = zeros
022389       move zeros to xr-xlung
022389       go to ex-xml-attributo.

022389      move spaces to xml-segmento.
022389      string "@" function trim(xml-anome)
022389       delimited by size into xml-segmento.
022389      perform xml-pulisci-segmento
022389         thru ex-xml-pulisci-segmento.

022389      move spaces to xml-cerca.
022389      string xp-chiave(1:xp-plung) "/"
022389             function trim(xml-segmento)
022389             delimited by size into xml-cerca.

022389      perform xml-decodifica thru ex-xml-decodifica.
022389      perform xml-consegna   thru ex-xml-consegna.
022389      move zeros to xr-xlung.

022389 ex-xml-attributo.
022389      exit.

022389 xml-apri.

022389      move zeros to xr-xlung.

022389      if xs-livello > zeros
022389       move "S" to xs-figli(xs-livello).

022389      if xs-livello not < 30 or xr-oltre > zeros
022389       add 1 to xr-oltre
022389       go to ex-xml-apri.

022389      move xml-nome to xml-segmento.
022389      perform xml-pulisci-segmento
022389         thru ex-xml-pulisci-segmento.

022389      add 1 to xs-livello.
022389      move xp-plung to xs-lung(xs-livello).
022389      move space    to xs-figli(xs-livello).

022389      compute xml-pp = xp-plung + 1.
022389      if xp-plung > zeros
022389       string "/" delimited by size
022389        into xp-chiave with pointer xml-pp
022389      end-if.
022389      string function trim(xml-segmento) delimited by size
022389       into xp-chiave with pointer xml-pp.
022389      compute xp-plung = xml-pp - 1.

022389      perform varying xml-g from 1 by 1 until xml-g > xg-count
022389       if xg-chiave(xml-g) = xp-chiave
022389        perform xml-nuova-riga thru ex-xml-nuova-riga
022389       end-if
022389      end-perform.

022389 ex-xml-apri.
022389      exit.

022389 xml-chiudi.

022389      if xr-oltre > zeros
022389       subtract 1 from xr-oltre
022389       move zeros to xr-xlung
022389       go to ex-xml-chiudi.

022389      if xs-livello = zeros go to ex-xml-chiudi.

022389      if xs-figli(xs-livello) not = "S"
022389       perform xml-decodifica thru ex-xml-decodifica
022389       move xp-chiave to xml-cerca
022389       perform xml-consegna   thru ex-xml-consegna
022389      end-if.

022389      move xs-lung(xs-livello) to xp-plung.
022389      if xp-plung < length of xp-chiave
022389       move spaces to xp-chiave(xp-plung + 1:).
022389      subtract 1 from xs-livello.
022389      move zeros to xr-xlung.

022389 ex-xml-chiudi.
022389      exit.

022389*
022389* the text gathered in xr-testo into xml-dato: entities and
022389* character references resolved (UTF-8), blanks trimmed
022389*
022389 xml-decodifica.

022389      move spaces to xml-dato.
022389      move 1 to xml-dp xml-x.

022389      perform until xml-x > xr-xlung
022389       if xr-testo(xml-x:1) = "&"
022389        perform xml-entita thru ex-xml-entita
022389       else
022389        move xr-testo(xml-x:1) to xml-car
022389        if xml-car = x"09" or xml-car = x"0A"
022389         or xml-car = x"0D"
022389         move space to xml-car
022389        end-if
022389        string xml-car delimited by size
022389         into xml-dato with pointer xml-dp
022389        end-string
022389        add 1 to xml-x
022389       end-if
022389      end-perform.

022389      move function trim(xml-dato) to xml-dato.

022389 ex-xml-decodifica.
022389      exit.

022389 xml-entita.

022389      move zeros to xml-e.
022389      perform varying xml-y from xml-x by 1
022389       until xml-y > xr-xlung or xml-y > xml-x + 10
022389       or xml-e > zeros
022389       if xr-testo(xml-y:1) = ";"
022389        move xml-y to xml-e
022389       end-if
022389      end-perform.

022389      if xml-e < xml-x + 2
022389       string "&" delimited by size
022389        into xml-dato with pointer xml-dp
022389       add 1 to xml-x
022389       go to ex-xml-entita.

022389      move spaces to xml-ent.
022389      move xr-testo(xml-x + 1 : xml-e - xml-x - 1) to xml-ent.
022389      compute xml-x = xml-e + 1.

022389      evaluate xml-ent
022389       when "amp"  move "&"   to xml-car
022389       when "lt"   move "<"   to xml-car
022389       when "gt"   move ">"   to xml-car
022389       when "quot" move x"22" to xml-car
022389       when "apos" move "'"   to xml-car
022389       when other
022389        if xml-ent(1:1) = "#"
022389         perform xml-riferimento thru ex-xml-riferimento
022389         go to ex-xml-entita
022389        end-if
022389        move "?" to xml-car
022389      end-evaluate.

022389      string xml-car delimited by size
022389       into xml-dato with pointer xml-dp.

022389 ex-xml-entita.
022389      exit.

022389*
022389* &#nnn; or &#xhh; as the UTF-8 bytes of the character
022389*
022389 xml-riferimento.

022389      move zeros to xml-codice.
022389      move function upper-case(xml-ent) to xml-ent.

022389      if xml-ent(2:1) = "X"
022389       perform varying xml-y from 3 by 1
022389        until xml-y > length of xml-ent
022389        or xml-ent(xml-y:1) = space
022389        move zeros to xml-cifra
022389        if xml-ent(xml-y:1) >= "0" and xml-ent(xml-y:1) <= "9"
022389         compute xml-cifra = function ord(xml-ent(xml-y:1))
022389                           - function ord("0")
022389        end-if
022389        if xml-ent(xml-y:1) >= "A" and xml-ent(xml-y:1) <= "F"
022389         compute xml-cifra = function ord(xml-ent(xml-y:1))
022389                           - function ord("A") + 10
022389        end-if
022389        compute xml-codice = xml-codice * 16 + xml-cifra
022389       end-perform
022389      else
022389       perform varying xml-y from 2 by 1
022389        until xml-y > length of xml-ent
022389        or xml-ent(xml-y:1) = space
022389        move zeros to xml-cifra
022389        if xml-ent(xml-y:1) >= "0" and xml-ent(xml-y:1) <= "9"
022389         compute xml-cifra = function ord(xml-ent(xml-y:1))
022389                           - function ord("0")
022389        end-if
022389        compute xml-codice = xml-codice * 10 + xml-cifra
022389       end-perform
022389      end-if.

022389      evaluate true
022389       when xml-codice < 128
022389        string function char(xml-codice + 1) delimited by size
022389         into xml-dato with pointer xml-dp
022389       when xml-codice < 2048
022389        divide xml-codice by 64 giving xml-u1
022389         remainder xml-u2
022389        string function char(xml-u1 + 193)
022389               function char(xml-u2 + 129)
022389               delimited by size
022389               into xml-dato with pointer xml-dp
022389       when xml-codice < 65536
022389        divide xml-codice by 4096 giving xml-u1
022389         remainder xml-u3
022389        divide xml-u3 by 64 giving xml-u2
022389         remainder xml-u3
022389        string function char(xml-u1 + 225)
022389               function char(xml-u2 + 129)
022389               function char(xml-u3 + 129)
022389               delimited by size
022389               into xml-dato with pointer xml-dp
022389       when other
022389        string "?" delimited by size
022389         into xml-dato with pointer xml-dp
022389      end-evaluate.

022389 ex-xml-riferimento.
022389      exit.

022389*
022389* the value in xml-dato to every template entry of the path
022389* in xml-cerca
022389*
022389 xml-consegna.

022389      perform varying xml-k from 1 by 1 until xml-k > xm-count
022389       if xm-chiave(xml-k) = xml-cerca
022389        perform xml-metti thru ex-xml-metti
022389       end-if
022389      end-perform.

022389 ex-xml-consegna.
022389      exit.

022389 xml-metti.

022389      if xml-dato = spaces go to ex-xml-metti.

022389      move 1 to xml-o.
022389      if xm-gruppo(xml-k) > zeros
022389       move xg-riga(xm-gruppo(xml-k)) to xml-o
022389       if xml-o = zeros go to ex-xml-metti end-if
022389      end-if.

022389      move xml-o to xm-vista(xml-k).

022389      if xm-alias(xml-k) = spaces go to ex-xml-metti.
022389      if xm-alias(xml-k) not = xm-rip(xml-k) move 1 to xml-o.

022389      if xm-data(xml-k) = "S"
022389       and xml-dato(5:1) = "-" and xml-dato(8:1) = "-"
022389       move xml-dato(1:10) to xml-giorno
022389       move spaces to xml-dato
022389       string xml-giorno(1:4) xml-giorno(6:2) xml-giorno(9:2)
022389              delimited by size into xml-dato
022389      end-if.

022389      move xm-leg(xml-k) to xml-b.

022389      if xl-ptr(xml-b) = null
022389       move xml-dato to xl-campo(xml-b, xm-col(xml-k))
022389       go to ex-xml-metti.

022389      if xml-o > xl-occ(xml-b) go to ex-xml-metti.

022389      move xm-campo(xml-k) to xml-campo.
022389      perform xml-trova-campo thru ex-xml-trova-campo.
022389      if xml-trovato not = "S" go to ex-xml-metti.
022389      compute map-off = map-off
022389                      + ( xml-o - 1 ) * xl-lung(xml-b).

022389      if map-numerico = "S" or map-quarto not = spaces
022389       move xml-dato to xml-num-testo
022389       inspect xml-num-testo replacing all "." by ","
022389       if function test-numval(xml-num-testo) not = zero
022389        move xml-o to xml-rr
022389        if xm-rip(xml-k) = spaces move zeros to xml-rr end-if
022389        move "not a number" to xml-perche
022389        perform xml-scarta thru ex-xml-scarta
022389        go to ex-xml-metti
022389       end-if
022389       compute agar-number = function numval(xml-num-testo)
022389       perform campo-a-record thru ex-campo-a-record
022389      else
022389       move xml-dato to record-image(map-off + 1 : map-size)
022389      end-if.

022389 ex-xml-metti.
022389      exit.

022389*
022389* a new row of the repeating segment xml-g begins: the one
022389* before is checked and, for a table, stored
022389*
022389 xml-nuova-riga.

022389      if xg-riga(xml-g) > zeros
022389       perform xml-fine-riga thru ex-xml-fine-riga.

022389      add 1 to xg-riga(xml-g).
022389      move xg-leg(xml-g) to xml-b.

022389      if xl-ptr(xml-b) = null
022389       perform varying xml-w from 1 by 1 until xml-w > 16
022389        move spaces to xl-campo(xml-b, xml-w)
022389       end-perform
022389       if xg-riga(xml-g) = 2001
022389        move spaces to xml-motivo
022389        string function trim(xg-chiave(xml-g))
022389               ": more than 2000 rows, the rest is ignored"
022389               delimited by size into xml-motivo
022389        perform xml-scarto thru ex-xml-scarto
022389       end-if
022389      else
022389       if xg-riga(xml-g) = xl-occ(xml-b) + 1
022389        move xl-occ(xml-b) to xml-edit
022389        move spaces to xml-motivo
022389        string function trim(xg-chiave(xml-g))
022389               ": more than " function trim(xml-edit)
022389               " occurrences, the rest is ignored"
022389               delimited by size into xml-motivo
022389        perform xml-scarto thru ex-xml-scarto
022389       end-if
022389      end-if.

022389 ex-xml-nuova-riga.
022389      exit.

022389 xml-fine-riga.

022389      move xg-riga(xml-g) to xml-rr.

022389      perform varying xml-k from 1 by 1 until xml-k > xm-count
022389       if xm-gruppo(xml-k) = xml-g and xm-obbl(xml-k) = "S"
022389        and xm-vista(xml-k) < xml-rr
022389        move "required element missing" to xml-perche
022389        perform xml-scarta thru ex-xml-scarta
022389       end-if
022389      end-perform.

022389      move xg-leg(xml-g) to xml-b.

022389      if xl-ptr(xml-b) not = null or xl-tbl(xml-b) = zeros
022389       or xml-rr > 2000
022389       go to ex-xml-fine-riga.

022389      move xl-tbl(xml-b) to tbl-ind.
022389      move spaces to tbl-dati(tbl-ind, xml-rr).
022389      move 1 to xml-dp.

022389      perform varying xml-w from 1 by 1
022389       until xml-w > xl-maxcol(xml-b)
022389       string function trim(xl-campo(xml-b, xml-w))
022389        delimited by size
022389        into tbl-dati(tbl-ind, xml-rr) with pointer xml-dp
022389       end-string
022389       if xml-w < xl-maxcol(xml-b)
022389        string tbl-delim(tbl-ind) delimited by size
022389         into tbl-dati(tbl-ind, xml-rr) with pointer xml-dp
022389        end-string
022389       end-if
022389      end-perform.

022389      move xml-rr           to tbl-rows(tbl-ind).
022389      move xl-maxcol(xml-b) to tbl-cols(tbl-ind).

022389 ex-xml-fine-riga.
022389      exit.

022389*
022389* the end of the document: the last rows checked, the single
022389* required elements looked for, the rows counted and the
022389* tables of a screen that is up reloaded
022389*
022389 xml-verifica.

022389      perform varying xml-g from 1 by 1 until xml-g > xg-count
022389       if xg-riga(xml-g) > zeros
022389        perform xml-fine-riga thru ex-xml-fine-riga
022389       end-if
022389       move xg-leg(xml-g)  to xml-b
022389       move xg-riga(xml-g) to xl-righe(xml-b)
022389       if xl-ptr(xml-b) not = null
022389        and xl-righe(xml-b) > xl-occ(xml-b)
022389        move xl-occ(xml-b) to xl-righe(xml-b)
022389       end-if
022389       if xl-ptr(xml-b) = null and xl-righe(xml-b) > 2000
022389        move 2000 to xl-righe(xml-b)
022389       end-if
022389      end-perform.

022389      move zeros to xml-rr.
022389      move "required element missing" to xml-perche.

022389      perform varying xml-k from 1 by 1 until xml-k > xm-count
022389       if xm-obbl(xml-k) = "S"
022389        if xm-gruppo(xml-k) = zeros
022389         if xm-vista(xml-k) = zeros
022389          perform xml-scarta thru ex-xml-scarta
022389         end-if
022389        else
022389         if xg-riga(xm-gruppo(xml-k)) = zeros
022389          perform xml-scarta thru ex-xml-scarta
022389         end-if
022389        end-if
022389       end-if
022389      end-perform.

022389      if agar-started = agar-true
022389       perform varying xml-g from 1 by 1 until xml-g > xg-count
022389        move xg-leg(xml-g) to xml-b
022389        if xl-ptr(xml-b) = null and xl-tbl(xml-b) > zeros
022389         perform xml-ricarica thru ex-xml-ricarica
022389        end-if
022389       end-perform
022389      end-if.

022389 ex-xml-verifica.
022389      exit.

022389*
022389* the rows read shown in the table through loadtable, by way
022389* of a temp file; the heading the table had is kept
022389*
022389 xml-ricarica.

022389      move xl-tbl(xml-b) to tbl-ind.
022389      move tbl-testata(tbl-ind) to xml-testata.

022389      move "guicobol-xml.tab" to xml-outfile.
022389      open output ark-xout.
022389      if xml-ostato not = "00" go to ex-xml-ricarica.

022389      perform varying xml-w from 1 by 1
022389       until xml-w > tbl-rows(tbl-ind)
022389       move tbl-dati(tbl-ind, xml-w) to dati-xout
022389       write rec-xout
022389      end-perform.

022389      close ark-xout.

022389      move xl-tab(xml-b) to agar-widget.
022389      move xml-outfile   to agar-text.
022389      move spaces        to agar-value.
022389      move tbl-delim(tbl-ind) to agar-value(1:1).
022389      move ":"           to agar-value(2:1).
022389      move zeros         to agar-int.
022389      perform loadtable thru ex-loadtable.

022389      move xl-tbl(xml-b)  to tbl-ind.
022389      move xml-testata    to tbl-testata(tbl-ind).

022389      call "CBL_DELETE_FILE" using xml-outfile.

022389 ex-xml-ricarica.
022389      exit.

022389*
022389* record locks through the agarlockd companion, so two desks
022389* can never edit the same master record at once.
022389*   move "CUSTOMER/00042" to agar-text
022389*   invoke self "lock-record"     before switching to change
022389*   invoke self "unlock-record"   on save or cancel
022389* the server (GuiCOBOLlockhost / GuiCOBOLlockport, default
022389* localhost 7878) answers OK or BUSY with the owner and the
022389* age of the lock, which comes back in agar-text for the
022389* refusal dialog; a lock a station never renewed falls off by
022389* itself on the server after its time to live.  each request
022389* travels on its own connection with its own address, so the
022389* socket and the address of the screen are left alone.
022389*
022389 lock-record.

022389      move "LOCK"   to lock-op.
022389      perform parla-lockd thru ex-parla-lockd.

022389 ex-lock-record.
022389      exit.

022389 unlock-record.

022389      move "UNLK"   to lock-op.
022389      perform parla-lockd thru ex-parla-lockd.

022389 ex-unlock-record.
022389      exit.

022389*
022389* the supervisor side of the lock server:
022389*   move "mrossi" to agar-text         (spaces = every owner)
022389*   move "locks.lst" to agar-value
022389*   invoke self "lock-list"
022389* writes "resource;owner;age;S" lines (S = stale) ready for
022389* loadtable, the count comes back in agar-int;
022389*   move "CUSTOMER/00042" to agar-text
022389*   invoke self "lock-free"
022389* releases the resource whoever holds it, the server logs
022389* the supervisor who forced it.  the server answers these only
022389* to a station that has its site key in GuiCOBOLlockkey
022389*
022389 lock-elenco.

022389      inspect agar-value replacing all x"00" by space.
022389      move agar-value to dati-file.
022389      move zeros      to agar-int.

022389      if agar-text = spaces or agar-text(1:1) = x"00"
022389       move "LIST"   to lock-op
022389      else
022389       move "LISTBY" to lock-op
022389      end-if.

022389      move "S" to lock-lista.
022389      perform parla-lockd thru ex-parla-lockd.
022389      move space to lock-lista.

022389      if agar-return-code = agar-rc-ok
022389       move lock-conta to agar-int.

022389 ex-lock-elenco.
022389      exit.

022389 lock-libera.

022389      move "FREE"   to lock-op.
022389      perform parla-lockd thru ex-parla-lockd.

022389      if agar-return-code = agar-rc-ok
022389       move lock-risposta to agar-text.

022389 ex-lock-libera.
022389      exit.

022389*
022389* document numbers from the lock server, never twice and
022389* never with a gap, whatever the number of stations:
022389*   move "INVOICE" to agar-text          (the series)
022389*   move 0         to agar-int           (year, 0 = this year)
022389*   move "01"      to agar-value         (company, may be
022389*                                         spaces)
022389*   invoke self "next-number"
022389* the number comes back in agar-number and, as 9 digits, in
022389* agar-text; a server that is down or could not record the
022389* number answers agar-rc-error with the reason in agar-text
022389*
022389 prossimo-numero.

022389      inspect agar-text  replacing all x"00" by space.
022389      inspect agar-value replacing all x"00" by space.

022389      move spaces          to num-chiesta.
022389      move agar-text(1:32) to nch-serie.
022389      move agar-value(1:8) to nch-ditta.
022389      if nch-ditta = spaces
022389       if ditta-letta not = "S"
022389        perform ditta-ambiente thru ex-ditta-ambiente
022389       end-if
022389       move ditta-codice  to nch-ditta
022389      end-if.
022389      if agar-int > zeros
022389       move agar-int      to num-anno-edit
022389       move num-anno-edit to nch-anno
022389      end-if.

022389      move num-chiesta to agar-text.
022389      move "NEXT"      to lock-op.
022389      perform parla-lockd thru ex-parla-lockd.

022389      move zeros to agar-number.

022389      if agar-return-code = agar-rc-ok
022389       move function numval(lock-risposta(4:9)) to agar-number
022389       move spaces              to agar-text
022389       move lock-risposta(4:9)  to agar-text(1:9)
022389      end-if.

022389 ex-prossimo-numero.
022389      exit.

022389*
022389* the kiosk status board, kept by the lock server:
022389*   move report to agar-text
022389*   invoke self "kiosk-report"      (agarwatch, no window)
022389* the report is the KIOSK request of agarlockd less its verb:
022389* kiosk, program, event, restarts, heartbeat and reason;
022389*   move "kiosks.lst" to agar-value
022389*   invoke self "kiosk-list"
022389* writes "kiosk;program;heartbeat;restarts today;state;age;
022389* last incident" lines ready for loadtable, the count in
022389* agar-int; the state is RUNNING, SILENT or DOWN
022389*
022389 kiosk-report.

022389      move spaces           to lock-richiesta.
022389      move "KIOSK"          to lock-op.
022389      move agar-text(1:114) to lock-richiesta(7:114).
022389      perform parla-lockd-rete thru ex-parla-lockd.

022389 ex-kiosk-report.
022389      exit.

022389 kiosk-elenco.

022389      inspect agar-value replacing all x"00" by space.
022389      move agar-value to dati-file.
022389      move zeros      to agar-int.
022389      move spaces     to agar-text.

022389      move "KIOSKS" to lock-op.
022389      move "S" to lock-lista.
022389      perform parla-lockd thru ex-parla-lockd.
022389      move space to lock-lista.

022389      if agar-return-code = agar-rc-ok
022389       move lock-conta to agar-int.

022389 ex-kiosk-elenco.
022389      exit.
022389*
022389* the request in lock-richiesta is built here from agar-text,
022389* the user and the site key of the lock server, or already by
022389* the caller that comes in at parla-lockd-rete
022389*
022389 parla-lockd.

022389      inspect agar-text replacing all x"00" by space.
022389      move agar-text(1:64) to lock-nome.
022389      move utente          to lock-chi.
022389      move spaces          to lock-chiave.
022389      accept lock-chiave from environment "GuiCOBOLlockkey"
022389      end-accept.

022389 parla-lockd-rete.

022389      accept lock-host from environment "GuiCOBOLlockhost".
022389      if lock-host = spaces move "localhost" to lock-host.
022389      if agar-int < zeros
022389       move "lock server is not reachable" to agar-text
022389       move agar-rc-error to agar-return-code
022389       go to fine-parla-lockd.

022389      call static "AG_NetWrite" using
022389       by value lock-socket
022389         by value 120
022389          returning agar-int.

022389      perform leggi-lockd thru ex-leggi-lockd.

022389      if msg-ko not = "S"
022389       and lock-lista = "S"
022389       and lock-risposta(1:2) = "OK"
022389       perform elenco-lockd thru ex-elenco-lockd.

022389      if msg-ko = "S"
022389       move "lock server did not answer" to agar-text
022389       move agar-rc-error to agar-return-code
022389       go to fine-parla-lockd.

022389      if lock-risposta(1:2) = "OK"
022389       move agar-rc-ok to agar-return-code
022389      else
022389       move lock-risposta to agar-text
022389       move agar-rc-error to agar-return-code
022389      end-if.
022389*
022389* the boards ask on a timer: socket and address go back on
022389* every way out, connected or not
022389*
022389 fine-parla-lockd.

022389      if lock-socket not = null
022389       call static "AG_NetClose" using
022389        by value lock-socket
022389       end-call
022389       call static "AG_NetSocketFree" using
022389        by value lock-socket
022389       end-call
022389       set lock-socket to null
022389      end-if.

022389      if lock-indirizzo not = null
022389       call static "AG_NetAddrFree" using
022389        by value lock-indirizzo
022389       end-call
022389       set lock-indirizzo to null
022389      end-if.

022389 ex-parla-lockd.
022389      exit.

022389*
022389* one 120 byte answer of the server into lock-risposta
022389*
022389 leggi-lockd.

022389      move spaces to lock-risposta.
022389      move 1      to msg-punta.
022389      move 120    to msg-resto.
022389       end-if
022389      end-perform.

022389 ex-leggi-lockd.
022389      exit.

022389*
022389* a list answer: "OK <count>", then one record per lock on
022389* the same connection, written to the file of lock-list
022389*
022389 elenco-lockd.

022389      move lock-risposta to lock-testata.
022389      move zeros to lock-conta.
022389      if lock-risposta(4:9) not = spaces
022389       move function numval(lock-risposta(4:9)) to lock-conta.

022389      open output ark-dati.
022389      if dati-stato not = "00"
022389       display "lock-list: cannot create "
022389        function trim(dati-file) upon syserr
022389       move "S" to msg-ko
022389       go to ex-elenco-lockd.

022389      perform varying riga-ind from 1 by 1
022389       until riga-ind > lock-conta
022389       or msg-ko = "S"
022389       perform leggi-lockd thru ex-leggi-lockd
022389       if msg-ko not = "S" and lock-op = "KIOSKS"
022389        perform riga-chiosco thru ex-riga-chiosco
022389       end-if
022389       if msg-ko not = "S" and lock-op not = "KIOSKS"
022389        move lock-risposta to lock-voce
022389        move lkv-eta       to lock-eta-edit
022389        move spaces        to rec-dati
022389        string function trim(lkv-nome)      ";"
022389               function trim(lkv-chi)       ";"
022389               function trim(lock-eta-edit) ";"
022389               lkv-vecchia
022389               delimited by size into dati-riga
022389        end-string
022389        write rec-dati
022389       end-if
022389      end-perform.

022389      close ark-dati.

022389      move lock-testata to lock-risposta.

022389 ex-elenco-lockd.
022389      exit.

022389 riga-chiosco.

022389      move lock-risposta to chiosco-voce.
022389      move kv-riavvii    to kv-riavvii-edit.
022389      move kv-eta        to lock-eta-edit.
022389      move spaces        to rec-dati.
022389      string function trim(kv-nome)         ";"
022389             function trim(kv-programma)    ";"
022389             kv-battito(1:2) ":" kv-battito(3:2) ":"
022389             kv-battito(5:2)                ";"
022389             function trim(kv-riavvii-edit) ";"
022389             function trim(kv-stato)        ";"
022389             function trim(lock-eta-edit)   ";"
022389             function trim(kv-ultimo)
022389             delimited by size into dati-riga
022389      end-string.
022389      write rec-dati.

022389 ex-riga-chiosco.
022389      exit.

022389*
022563*   move "zone"  to agar-value
022564*   move "text"  to agar-text
022565*   invoke bar "set-zone"
022566* a zone called "clock" is kept current by a one second timer,
022566* one called "outbox" shows every ten seconds how many messages
022566* wait in the outbox ("3 waiting", blank when none)
022567*
022570 addstatusbar.

022653       end-call
022654      end-if.

022654      if function lower-case(map-entry) = "outbox"
022654       set agar-callback to entry "StatusOutbox"
022654       call static "AG_AddTimer" using
022654        by value agar-widget
022654         by value 10000
022654          by value agar-callback
022654           by value agar-null-pointer
022654            returning agar-struct
022654       end-call
022654      end-if.

022654      if function lower-case(map-entry) = "company"
022654       perform zone-ditta thru ex-zone-ditta
022654      end-if.

022655 ex-zona-statusbar.
022656      exit.

022774*     class property value      es.  text backcolor blue
022775* with "*" as the any-class wildcard and "#" for comments; the
022776* entries become the defaults of every widget built afterwards,
022777* the per-widget moves of the screen programs stay as overrides.
022777* a line  sensitive NAME n  marks the widget (or table column)
022777* so named as sensitive, n characters left readable at the end
022778*
022780 carica-tema.

022870 ex-riga-tema.
022871      exit.

022871*
022871* msk-nome against the "sensitive" lines of the theme: the
022871* answer in msk-trovato, the readable tail in msk-vis
022871*
022871 riservato-da-tema.

022871      move space to msk-trovato.
022871      move 4     to msk-vis.

022871      if msk-nome = spaces go to ex-riservato-da-tema.

022871      perform varying msk-i from 1 by 1
022871       until msk-i > theme-count
022871       if function lower-case(theme-class(msk-i)) = "sensitive"
022871        and function upper-case(theme-prop(msk-i))
022871          = function upper-case(msk-nome)
022871        move "S" to msk-trovato
022871        if function test-numval(theme-value(msk-i)) = zero
022871         move function numval(theme-value(msk-i)) to msk-vis
022871        end-if
022871        move theme-count to msk-i
022871       end-if
022871      end-perform.

022871 ex-riservato-da-tema.
022871      exit.

022871*
022871* msk-testo masked: every character but the last msk-vis is
022871* starred out, all of them when the value is not longer
022871*
022871 maschera.

022871      move function trim(msk-testo) to msk-testo.

022871      perform varying msk-lung from length of msk-testo by -1
022871       until msk-lung = zeros
022871       or msk-testo(msk-lung:1) not = space
022871       continue
022871      end-perform.

022871      if msk-lung = zeros go to ex-maschera.

022871      if msk-lung > msk-vis
022871       compute msk-i = msk-lung - msk-vis
022871      else
022871       move msk-lung to msk-i
022871      end-if.

022871      move all "*" to msk-testo(1:msk-i).

022871 ex-maschera.
022871      exit.

022870 tema-finestra.

022871      move agar-object to agar-widget.

022895 applica-stile.

022896      move theme-prop(ind2)  to stile-prop.
022896      move theme-value(ind2) to stile-valore.
022896      move "theme"           to stile-verbo.
022897      perform stile-widget thru ex-stile-widget.

022898 ex-applica-stile.
022898      exit.

022898*
022898* one widget restyled at run time, with the very properties
022898* the theme file knows:
022898*   move "backcolor" to agar-value    (backcolor, textcolor,
022898*   move "#c00000"   to agar-text      font, fontsize,
022898*   invoke awidget "set-style"         fontweight, bordercolor)
022898* a blank agar-text hands the property back to the parent
022898*
022898 imposta-stile.

022898      inspect agar-value replacing all x"00" by space.
022898      inspect agar-text  replacing all x"00" by space.

022898      move agar-value to stile-prop.
022898      move agar-text  to stile-valore.
022898      if stile-valore = spaces
022898       move "!parent" to stile-valore.
022898      move "set-style" to stile-verbo.

022898      perform stile-widget thru ex-stile-widget.

022898      if stile-errato = "S"
022898       move agar-rc-error to agar-return-code.

022898 ex-imposta-stile.
022898      exit.

022899 stile-widget.

022899      move space to stile-errato.

022900      evaluate function lower-case(stile-prop)
022901       when "backcolor"   move "background-color" & x"00"
022902                            to theme-chiave
022903       when "textcolor"   move "color" & x"00"
022911       when "bordercolor" move "border-color" & x"00"
022912                            to theme-chiave
022913       when other
022914        display function trim(stile-verbo)
022914         ": unknown property "
022915         function trim(stile-prop) upon syserr
022915        move "S" to stile-errato
022916        go to ex-stile-widget
022917      end-evaluate.

022920      move stile-valore        to theme-buf.
022925      move x"00"               to theme-buf(31:1).
022926      perform varying foc-cur from 30 by -1
022927       until foc-cur = zeros
022937            by reference theme-chiave
022938             by reference theme-buf.

022940 ex-stile-widget.
022941      exit.

022945*
023125      inspect agar-text  replacing all x"00" by space.
023126      inspect agar-value replacing all x"00" by space.
023127      move agar-text to dati-file.
023127      perform dati-ditta thru ex-dati-ditta.

023130      move ";" to dati-delim.
023131      move agar-value to map-tail.
023196       by value agar-widget returning omitted.

023200      close ark-dati.
023201*
023201* computed fields adding up a column of the grid follow it
023201*
023201      move agar-widget to frm-sorgente.
023201      perform formula-cambio thru ex-formula-cambio.

023205 ex-loadtable.
023206      exit.
023536 ex-aggiungi-riga.
023537      exit.

023537*
023537* a table file the company keeps in its data directory is the
023537* one of the company, any other is shared by all of them
023537*
023537 dati-ditta.

023537      move dati-file to ditta-nome-file.
023537      move space     to ditta-sempre ditta-dove.
023537      perform ditta-qualifica thru ex-ditta-qualifica.
023537      move ditta-nome-file to dati-file.

023537 ex-dati-ditta.
023537      exit.

023538 savetable.

023539      inspect agar-text replacing all x"00" by space.
023540      move agar-text to dati-file.
023540      perform dati-ditta thru ex-dati-ditta.

023541      perform trova-tabella thru ex-trova-tabella.

023596       into sql-host sql-utente sql-pass sql-db
023597      end-unstring.

023597      move sql-db to sql-db-base.
023597      if ditta-letta not = "S"
023597       perform ditta-ambiente thru ex-ditta-ambiente.
023597      if ditta-db not = spaces
023597       move ditta-db to sql-db.

023598      move space to sql-connesso.

023599      perform sql-prefisso thru ex-sql-prefisso.
023665       display "sql-select: query failed" upon syserr
023666       move agar-rc-error to agar-return-code
023667       go to ex-sql-select.
022389*
022389* the page of rows travels the loadtable road: first record
022389* headings, ";" delimited, natural column order
022389*
023668      move sql-temp to agar-text.
023669      move spaces   to agar-value.
023670      move 1        to agar-int.
023720      if sql-eof = "S" or dati-sql = spaces
023721       move agar-rc-error to agar-return-code
023722       go to ex-sql-fetch.
022389*
022389* the columns land in the bound record, field by field along
022389* the very map bindrecord uses
022389*
023723      set address of record-image to agar-struct.
023724      move agar-value to map-tail.
023725      inspect map-tail replacing all x"00" by space.
023738       with pointer sql-vpunta
023739      end-unstring.

023739      if sql-colonna = "NULL"
023739       move spaces to sql-colonna.

023740      if map-numerico = "S" or map-quarto not = spaces
023741       inspect sql-colonna replacing all "." by ","
023742       compute agar-number =
023818 ex-sql-chiudi.
023819      exit.

023819*
023819* the whole table in one client run, for the batch jobs that
023819* walk it against an INDEXED file:
023819*   move "items" to agar-text         (table)
023819*   move "CO,10;DE,30;PR,9,2" to agar-value   (record map)
023819*   invoke self "sql-export"
023819* selects the map columns in map order into the ";" delimited
023819* file whose name comes back in agar-text; sql-row then turns
023819* one line of it (agar-text) into the record at agar-struct,
023819* the very way sql-fetch does.  sql-exec runs the statement
023819* in agar-text, no result expected.
023819*
023819 sql-export.

023819      if sql-connesso not = "S"
023819       display "sql-export: not connected" upon syserr
023819       move agar-rc-error to agar-return-code
023819       go to ex-sql-export.

023819      inspect agar-text  replacing all x"00" by space.
023819      move agar-text(1:64) to sql-colonna.

023819      move agar-value to map-tail.
023819      inspect map-tail replacing all x"00" by space.
023819      move zeros  to map-off.
023819      move spaces to sql-nomi.
023819      move 1      to sql-npunta.

023819      perform sql-nome-fuori thru ex-sql-nome-fuori
023819       until map-tail = spaces.

023819      if sql-nomi = spaces
023819       move agar-rc-error to agar-return-code
023819       go to ex-sql-export.

023819      perform sql-prefisso thru ex-sql-prefisso.

023819      string " --batch --skip-column-names -e 'select "
023819             function trim(sql-nomi)
023819             " from " function trim(sql-colonna)
023819             "' | tr '\t' ';' > "
023819             function trim(sql-temp)
023819             delimited by size into sql-comando
023819             with pointer sql-punta.

023819      call "SYSTEM" using function trim(sql-comando)
023819       returning sql-rc.

023819      if sql-rc not = zero
023819       display "sql-export: query failed" upon syserr
023819       move agar-rc-error to agar-return-code
023819       go to ex-sql-export.

023819      move sql-temp to agar-text.

023819 ex-sql-export.
023819      exit.

023819 sql-nome-fuori.

023819      perform stacca-campo thru ex-stacca-campo.

023819      if map-name = spaces go to ex-sql-nome-fuori.

023819      if sql-npunta > 1
023819       string "," delimited by size into sql-nomi
023819        with pointer sql-npunta.

023819      string function trim(map-name)
023819       delimited by size into sql-nomi
023819       with pointer sql-npunta.

023819      add map-size to map-off.

023819 ex-sql-nome-fuori.
023819      exit.

023819 sql-row.

023819      if agar-struct = null
023819       move agar-rc-error to agar-return-code
023819       go to ex-sql-row.

023819      move agar-text to dati-sql.
023819      inspect dati-sql replacing all x"00" by space.

023819      if dati-sql = spaces
023819       move agar-rc-error to agar-return-code
023819       go to ex-sql-row.

023819      set address of record-image to agar-struct.
023819      move agar-value to map-tail.
023819      inspect map-tail replacing all x"00" by space.
023819      move zeros to map-off.
023819      move 1     to sql-vpunta.

023819      perform sql-un-campo thru ex-sql-un-campo
023819       until map-tail = spaces.

023819 ex-sql-row.
023819      exit.

023819 sql-exec.

023819      if sql-connesso not = "S"
023819       display "sql-exec: not connected" upon syserr
023819       move agar-rc-error to agar-return-code
023819       go to ex-sql-exec.

023819      inspect agar-text replacing all x"00" by space.

023819      perform sql-prefisso thru ex-sql-prefisso.

023819      string " -e '" function trim(agar-text) "'"
023819             delimited by size into sql-comando
023819             with pointer sql-punta.

023819      call "SYSTEM" using function trim(sql-comando)
023819       returning sql-rc.

023819      if sql-rc not = zero
023819       display "sql-exec: statement failed" upon syserr
023819       move agar-rc-error to agar-return-code
023819      end-if.

023819 ex-sql-exec.
023819      exit.

023820*
023821* paged browse of an INDEXED master in the table widget: the
023822* customer file of 180000 records never sits in tbl-store, the
023829* and browse-seek repositions at the partial key typed into
023830* agar-text.  numeric fields travel through the usual map
023831* conversions, so packed balances show as numbers.
023832* "customers.dat;CUST-NAME" in agar-text pages in the order of
023832* a key a maintain statement declared for the file (its I/O
023832* program registers them through browse-key when it opens),
023832* and "CUST-NAME;ROSS" to browse-seek switches the key and
023832* positions on it -- ";ROSS" goes back to the leading key.
023832* "sql:customers" in agar-text pages a table of the open SQL
023832* connection instead, in the order of the first map column.
023832*
023833 browse-open.

023849       end-if
023850       move agar-widget to brw-ptr(brw-qui)
023851      end-if.
023851*
023851* the columns a lookup popup shows, ",NAME,NAME,": spaces
023851* show the whole map
023851*
023851      move brw-vista-da to brw-vista(brw-qui).
023851      move spaces       to brw-vista-da.

023852      inspect agar-text  replacing all x"00" by space.
023853      inspect agar-value replacing all x"00" by space.

023854      move spaces to brw-file-nome(brw-qui) brw-nome-chiave.
023854      unstring agar-text delimited by ";"
023854       into brw-file-nome(brw-qui) brw-nome-chiave
023854      end-unstring.

023854      move brw-file-nome(brw-qui) to ditta-nome-file.
023854      move space to ditta-sempre ditta-dove.
023854      perform ditta-qualifica thru ex-ditta-qualifica.
023854      move ditta-nome-file to brw-file-nome(brw-qui).

023854      perform browse-trova-chiave thru ex-browse-trova-chiave.

023854      if agar-return-code = agar-rc-error
023854       move space to brw-aperto(brw-qui)
023854       go to ex-browse-open.

023855      move agar-value       to brw-mappa(brw-qui).
023856      move agar-int         to brw-passo(brw-qui).
023857      if brw-passo(brw-qui) < 1 or brw-passo(brw-qui) > 30

023862      perform browse-colonne thru ex-browse-colonne.

023863      move low-values to brw-chiave-da brw-valore.
023864      move "P"        to dati-delim.
023865      perform browse-avanti thru ex-browse-avanti.

023875 ex-trova-browse.
023876      exit.

023876*
023876* the key named in brw-nome-chiave, spaces for the leading one
023876* of ark-browse: the program that pages the file by it
023876*
023876 browse-trova-chiave.

023876      move spaces to brw-programma(brw-qui).
023876      move zeros  to brw-numero(brw-qui).

023876      if brw-nome-chiave = spaces go to ex-browse-trova-chiave.

023876      move function upper-case(brw-nome-chiave)
023876        to brw-nome-chiave.

023876      perform varying brk-i from 1 by 1
023876       until brk-i > brk-count
023876       or (brk-file(brk-i) = brw-file-nome(brw-qui)
023876       and brk-nome(brk-i) = brw-nome-chiave)
023876       continue
023876      end-perform.

023876      if brk-i > brk-count
023876       display "browse: key " function trim(brw-nome-chiave)
023876        " of " function trim(brw-file-nome(brw-qui))
023876        " not declared by a maintain" upon syserr
023876       move agar-rc-error to agar-return-code
023876       go to ex-browse-trova-chiave.

023876      move brk-programma(brk-i) to brw-programma(brw-qui).
023876      move brk-numero(brk-i)    to brw-numero(brw-qui).

023876 ex-browse-trova-chiave.
023876      exit.

023876*
023876* usage (from the I/O program of a maintain, on open):
023876*   move file name to agar-text, key name to agar-value, key
023876*   number to agar-int (0 the record key), program-id to
023876*   agar-procedure, then "browse-key"
023876*
023876 browse-key.

023876      inspect agar-text  replacing all x"00" by space.
023876      inspect agar-value replacing all x"00" by space.

023876      move function upper-case(agar-value(1:32))
023876        to brw-nome-chiave.

023876      perform varying brk-i from 1 by 1
023876       until brk-i > brk-count
023876       or (brk-file(brk-i) = agar-text(1:200)
023876       and brk-nome(brk-i) = brw-nome-chiave)
023876       continue
023876      end-perform.

023876      if brk-i > brk-count
023876       if brk-count not < 20
023876        display "browse-key: too many keys" upon syserr
023876        move agar-rc-error to agar-return-code
023876        go to ex-browse-key
023876       end-if
023876       add 1 to brk-count
023876       move brk-count to brk-i
023876      end-if.

023876      move agar-text(1:200)  to brk-file(brk-i).
023876      move brw-nome-chiave   to brk-nome(brk-i).
023876      move agar-int          to brk-numero(brk-i).
023876      move agar-procedure    to brk-programma(brk-i).

023876 ex-browse-key.
023876      exit.

023876*
023876* who and where, for the record history of the maintain I/O
023876* programs: get-user returns the signed-on user in agar-text
023876* (the login name when nobody signed on) and the role in
023876* agar-value, get-station the GuiCOBOLstation name or else the
023876* host name
023876*
023876 get-user.

023876      if utente = spaces
023876       accept utente from environment "USER"
023876       if utente = spaces
023876        accept utente from environment "LOGNAME"
023876       end-if
023876       if utente = spaces move "nobody" to utente end-if
023876      end-if.

023876      move utente to agar-text.
023876      move spaces to agar-value.
023876      if sec-autenticato = "S"
023876       move sec-ruolo to agar-value.
023876      move agar-rc-ok to agar-return-code.

023876 ex-get-user.
023876      exit.

023876 get-station.

023876      move spaces to agar-text.
023876      accept agar-text from environment "GuiCOBOLstation".
023876      if agar-text = spaces
023876       call "gethostname" using agar-text by value 255
023876        returning rc
023876       end-call
023876       inspect agar-text replacing all x"00" by space
023876      end-if.
023876      if agar-text = spaces
023876       move "localhost" to agar-text.
023876      move agar-rc-ok to agar-return-code.

023876 ex-get-station.
023876      exit.

023876*
023876* usage (bulk loaders): the value in agar-text, the rules in
023876* agar-value with the very syntax of set-validate; the first
023876* rule that fails comes back in agar-text with an error code
023876*
023876 check-value.

023876      inspect agar-text  replacing all x"00" by space.
023876      inspect agar-value replacing all x"00" by space.

023876      move agar-text to val-testo.
023876      move zeros     to val-num.
023876      if val-testo not = spaces
023876       move val-testo(1:40)    to conv-testo
023876       perform testo-in-numero thru ex-testo-in-numero
023876       move conv-num           to val-num
023876      end-if.

023876      move "S"        to val-verifica.
023876      move spaces     to val-fallita.
023876      move agar-value to rule-tail.

023876      perform until rule-tail = spaces or val-fallita not = spaces
023876       move spaces to rule-item
023876       move 1      to ind2
023876       unstring rule-tail delimited by ";" into rule-item
023876        with pointer ind2
023876       end-unstring
023876       if ind2 > length of rule-tail
023876        move spaces           to rule-tail
023876       else
023876        move rule-tail(ind2:) to coda-lavoro
023876        move coda-lavoro      to rule-tail
023876       end-if
023876       if rule-item not = spaces
023876        perform valida-regola thru ex-valida-regola
023876        if rule-ko = "S"
023876         move rule-item to val-fallita
023876        end-if
023876       end-if
023876      end-perform.

023876      move space to val-verifica.

023876      if val-fallita = spaces
023876       move agar-rc-ok    to agar-return-code
023876      else
023876       move agar-rc-error to agar-return-code
023876       move spaces        to agar-text
023876       string "fails " function trim(val-fallita)
023876        delimited by size into agar-text
023876      end-if.

023876 ex-check-value.
023876      exit.

023876*
023876* usage (bulk loaders): the record address in agar-struct, the
023876* map entry of one field ("NAME,len,scale,usage") in
023876* agar-value, its offset in the record in agar-int and the
023876* text in agar-text: the value is stored the way the map
023876* declares, as collectrecord would; a value that does not
023876* fit comes back as an error, the reason in agar-text
023876*
023876 put-field.

023876      if agar-struct = null
023876       move agar-rc-error to agar-return-code
023876       move "no record"   to agar-text
023876       go to ex-put-field.

023876      set address of record-image to agar-struct.
023876      move agar-value to map-tail.
023876      inspect map-tail  replacing all x"00" by space.
023876      move agar-text  to imp-valore.
023876      inspect imp-valore replacing all x"00" by space.
023876      move agar-int   to map-off.
023876      move agar-rc-ok to agar-return-code.

023876      perform stacca-campo thru ex-stacca-campo.

023876      if map-name = spaces
023876       move agar-rc-error to agar-return-code
023876       move "bad map entry" to agar-text
023876       go to ex-put-field.

023876      if map-numerico not = "S" and map-quarto = spaces
023876       if imp-valore(map-size + 1:) not = spaces
023876        move agar-rc-error to agar-return-code
023876        move map-size      to imp-edit
023876        move spaces        to agar-text
023876        string "longer than " function trim(imp-edit)
023876         " characters" delimited by size into agar-text
023876        go to ex-put-field
023876       end-if
023876       move imp-valore(1:map-size)
023876         to record-image(map-off + 1 : map-size)
023876       go to ex-put-field.

023876      move imp-valore(1:40) to conv-testo.
023876      perform testo-in-numero thru ex-testo-in-numero.

023876      if conv-testo not = spaces
023876       and function test-numval(conv-testo) not = zero
023876       move agar-rc-error to agar-return-code
023876       move "not a number" to agar-text
023876       go to ex-put-field.

023876      move conv-num to agar-number.

023876*
023876* the whole digits the storage can hold: binary is left to
023876* the size of its own picture
023876*
023876      evaluate map-quarto
023876       when "P"
023876        compute imp-limite = map-size * 2 - 1 - map-scala
023876       when "SL"
023876       when "ST"
023876        compute imp-limite = map-size - 1 - map-scala
023876       when "B"
023876       when "BB"
023876        move 18 to imp-limite
023876       when other
023876        compute imp-limite = map-size - map-scala
023876      end-evaluate.

023876      compute imp-cifre = function abs(agar-number).
023876      if imp-limite < 18
023876       and imp-cifre not < 10 ** imp-limite
023876       move agar-rc-error to agar-return-code
023876       move "too many digits" to agar-text
023876       go to ex-put-field.

023876      perform campo-a-record thru ex-campo-a-record.

023876 ex-put-field.
023876      exit.

023876*
023876* decimal and grouping marks for a run that never went through
023876* the initialization
023876*
023876 locale-batch.

023876      if agar-started = agar-true or imp-locale = "S"
023876       go to ex-locale-batch.

023876      move "S" to imp-locale.

023876      accept disp-valore from environment "GuiCOBOLdecimal".
023876      if disp-valore(1:1) = "." or disp-valore(1:1) = ","
023876       move disp-valore(1:1) to locale-decimale.

023876      accept disp-valore from environment "GuiCOBOLgrouping".
023876      if disp-valore(1:1) > space
023876       move disp-valore(1:1) to locale-gruppo.

023876 ex-locale-batch.
023876      exit.

023877*
023878* the grid columns come from the field names of the map
023879*
023882      perform until map-tail = spaces
023883       perform stacca-campo thru ex-stacca-campo
023884       if map-name not = spaces
023884        perform brw-in-vista thru ex-brw-in-vista
023884       end-if
023884       if map-name not = spaces and brw-si = "S"
023885        move map-name to agar-text
023886        perform asciiZ thru ex-asciiZ
023887        call static "AG_TableAddCol" using
023901*
023902 browse-avanti.

023902      if brw-programma(brw-qui) not = spaces
023902       if dati-delim = "P"
023902        move "P" to brw-verso
023902       else
023902        move "A" to brw-verso
023902       end-if
023902       perform browse-delega thru ex-browse-delega
023902       go to ex-browse-avanti.

023902      if brw-file-nome(brw-qui)(1:4) = "sql:"
023902       if dati-delim = "P"
023902        move "P" to brw-verso
023902       else
023902        move "A" to brw-verso
023902       end-if
023902       perform browse-sql thru ex-browse-sql
023902       go to ex-browse-avanti.

023903      move brw-file-nome(brw-qui) to browse-file.

023904      open input ark-browse.
023973      perform until map-tail = spaces or riga-ind = 16
023974       perform stacca-campo thru ex-stacca-campo
023975       if map-name not = spaces
023975        perform brw-in-vista thru ex-brw-in-vista
023975       end-if
023975       if map-name not = spaces and brw-si = "S"
023976        add 1 to riga-ind
023977        if map-numerico = "S" or map-quarto not = spaces
023978         perform campo-da-record thru ex-campo-da-record
023982         move record-image(map-off + 1 : map-size)
023983           to campo-dato(riga-ind)
023984        end-if
023984       end-if
023985       if map-name not = spaces
023985        add map-size to map-off
023986       end-if
023987      end-perform.
023989 ex-browse-riga.
023990      exit.

023990*
023990* is the column in map-name among the ones the grid shows?
023990*
023990 brw-in-vista.

023990      move "S" to brw-si.

023990      if brw-vista(brw-qui) = spaces go to ex-brw-in-vista.

023990      move spaces to brw-cerca.
023990      string "," function upper-case(function trim(map-name)) ","
023990       delimited by size into brw-cerca.
023990      compute brw-lung =
023990       function length(function trim(map-name)) + 2.

023990      move zeros to brw-conta.
023990      inspect brw-vista(brw-qui)
023990       tallying brw-conta for all brw-cerca(1:brw-lung).

023990      if brw-conta = zeros move space to brw-si.

023990 ex-brw-in-vista.
023990      exit.

023991 brw-aggiungi.

023992      move spaces to fmt-riga.
024039 ex-brw-aggiungi.
024040      exit.

023990*
023990* a page by a declared key, asked to the I/O program of the
023990* file: brw-verso says "P" from the value in brw-valore, "A"
023990* after the last record of the page, "B" before the first
023990*
023990 browse-delega.

023990      move agar-function to brw-funzione.
023990      move agar-struct   to brw-struct.

023990      evaluate brw-verso
023990       when "P" move brw-valore               to agar-text
023990       when "A" move brw-rif-ultima(brw-qui)  to agar-text
023990       when "B" move brw-rif-prima(brw-qui)   to agar-text
023990      end-evaluate.

023990      move brw-verso             to agar-value.
023990      move brw-numero(brw-qui)   to agar-int.
023990      move brw-passo(brw-qui)    to agar-number.
023990      set agar-struct to address of brw-pagina-area.
023990      move "page"                to agar-function.

023990      call brw-programma(brw-qui)
023990       on exception
023990        display "browse: program " function
023990         trim(brw-programma(brw-qui)) " not found" upon syserr
023990        move zeros to agar-number
023990        move agar-rc-error to agar-return-code
023990      end-call.

023990      move brw-funzione  to agar-function.
023990      move brw-struct    to agar-struct.
023990      move agar-number   to brw-righe.

023990      if brw-righe = zeros go to ex-browse-delega.

023990      move brw-pagina(1)         to brw-rif-prima(brw-qui).
023990      move brw-pagina(brw-righe) to brw-rif-ultima(brw-qui).

023990      perform browse-dipingi thru ex-browse-dipingi.

023990 ex-browse-delega.
023990      exit.

024041 browse-next.

024042      perform trova-browse thru ex-trova-browse.
024059       move agar-rc-error to agar-return-code
024060       go to ex-browse-prev.

024060      if brw-programma(brw-qui) not = spaces
024060       move "B" to brw-verso
024060       perform browse-delega thru ex-browse-delega
024060       go to ex-browse-prev.

024060      if brw-file-nome(brw-qui)(1:4) = "sql:"
024060       move brw-prima(brw-qui) to brw-chiave-da
024060       move "B" to brw-verso
024060       perform browse-sql thru ex-browse-sql
024060       go to ex-browse-prev.

024061      move brw-file-nome(brw-qui) to browse-file.

024062      open input ark-browse.
024087      close ark-browse.

024088      if brw-righe = zeros go to ex-browse-prev.
022389*
022389* the backwards page sits at the top of the buffer in
022389* ascending order already: slide it to the front
022389*
024089      perform varying brw-i from 1 by 1
024090       until brw-i > brw-righe
024091       move brw-pagina(30 - brw-righe + brw-i)
024113 ex-browse-prev.
024114      exit.

024114*
024114* a page of an SQL table ("sql:customers" as the file) by its
024114* first map column: brw-verso "P" from the value in
024114* brw-chiave-da, "A" after it, "B" before it -- read backwards
024114* and turned round.  the column values of the first and last
024114* row stand in for the record keys of the page
024114*
024114 browse-sql.

024114      if sql-connesso not = "S"
024114       display "browse: not connected" upon syserr
024114       move agar-rc-error to agar-return-code
024114       go to ex-browse-sql.

024114      move brw-mappa(brw-qui) to map-tail.
024114      move zeros  to map-off.
024114      move spaces to sql-nomi.
024114      move 1      to sql-npunta.

024114      perform sql-nome-fuori thru ex-sql-nome-fuori
024114       until map-tail = spaces.

024114      move brw-mappa(brw-qui) to map-tail.
024114      move zeros  to map-off.
024114      perform stacca-campo thru ex-stacca-campo.

024114      if sql-nomi = spaces or map-name = spaces
024114       move agar-rc-error to agar-return-code
024114       go to ex-browse-sql.

024114      move spaces to brw-cerca.
024114      if brw-chiave-da not = low-values
024114       move brw-chiave-da to brw-cerca
024114       inspect brw-cerca replacing all low-value by space
024114                                   all x"22"     by space
024114                                   all "'"       by space
024114      end-if.

024114      perform sql-prefisso thru ex-sql-prefisso.

024114      string " --batch --skip-column-names -e 'select "
024114             function trim(sql-nomi)
024114             " from " function trim(brw-file-nome(brw-qui)(5:))
024114             delimited by size into sql-comando
024114             with pointer sql-punta.

024114      if brw-cerca not = spaces
024114       evaluate brw-verso
024114        when "P" move ">=" to brw-operatore
024114        when "A" move ">"  to brw-operatore
024114        when "B" move "<"  to brw-operatore
024114       end-evaluate
024114       string " where " function trim(map-name)
024114              " " function trim(brw-operatore) " "
024114              x"22" function trim(brw-cerca) x"22"
024114              delimited by size into sql-comando
024114              with pointer sql-punta
024114      end-if.

024114      string " order by " function trim(map-name)
024114       delimited by size into sql-comando
024114       with pointer sql-punta.

024114      if brw-verso = "B"
024114       string " desc" delimited by size into sql-comando
024114        with pointer sql-punta.

024114      move brw-passo(brw-qui) to sql-edit.
024114      string " limit " sql-edit "' | tr '\t' ';' > "
024114             function trim(sql-temp)
024114             delimited by size into sql-comando
024114             with pointer sql-punta.

024114      call "SYSTEM" using function trim(sql-comando)
024114       returning sql-rc.

024114      if sql-rc not = zero
024114       display "browse: query failed" upon syserr
024114       move agar-rc-error to agar-return-code
024114       go to ex-browse-sql.

024114      open input ark-sql.
024114      if sql-stato not = "00"
024114       move agar-rc-error to agar-return-code
024114       go to ex-browse-sql.

024114      move zeros to brw-righe.
024114      move space to sql-eof.

024114      perform browse-sql-riga thru ex-browse-sql-riga
024114       until sql-eof = "S"
024114       or brw-righe = brw-passo(brw-qui).

024114      close ark-sql.

024114      move spaces to sql-comando.
024114      move 1      to sql-punta.
024114      string "rm -f " function trim(sql-temp)
024114       delimited by size into sql-comando
024114       with pointer sql-punta.
024114      call "SYSTEM" using function trim(sql-comando)
024114       returning sql-rc.

024114      if brw-righe = zeros go to ex-browse-sql.

024114      if brw-verso = "B"
024114       perform varying brw-i from 1 by 1
024114        until brw-i > brw-righe
024114        move brw-pagina(30 - brw-righe + brw-i)
024114          to brw-pagina(brw-i)
024114       end-perform
024114      end-if.

024114      perform browse-dipingi thru ex-browse-dipingi.

024114 ex-browse-sql.
024114      exit.

024114 browse-sql-riga.

024114      move spaces to rec-sql.
024114      read ark-sql next at end
024114       move "S" to sql-eof
024114      end-read.

024114      if sql-eof = "S" go to ex-browse-sql-riga.

024114      if dati-sql = spaces
024114       move "S" to sql-eof
024114       go to ex-browse-sql-riga.

024114      add 1 to brw-righe.
024114      if brw-verso = "B"
024114       compute brw-i = 31 - brw-righe
024114      else
024114       move brw-righe to brw-i
024114      end-if.

024114      move spaces to brw-pagina(brw-i).
024114      set address of record-image
024114       to address of brw-pagina(brw-i).
024114      move brw-mappa(brw-qui) to map-tail.
024114      move zeros to map-off.
024114      move 1     to sql-vpunta.

024114      perform sql-un-campo thru ex-sql-un-campo
024114       until map-tail = spaces.

024114      move spaces to sql-colonna.
024114      unstring dati-sql delimited by ";" into sql-colonna
024114      end-unstring.

024114      if brw-verso = "B"
024114       if brw-righe = 1
024114        move sql-colonna(1:32) to brw-ultima(brw-qui)
024114       end-if
024114       move sql-colonna(1:32)  to brw-prima(brw-qui)
024114      else
024114       if brw-righe = 1
024114        move sql-colonna(1:32) to brw-prima(brw-qui)
024114       end-if
024114       move sql-colonna(1:32)  to brw-ultima(brw-qui)
024114      end-if.

024114 ex-browse-sql-riga.
024114      exit.

024115 browse-seek.

024116      perform trova-browse thru ex-trova-browse.

024120      inspect agar-text replacing all x"00" by space.

024120      move zeros to brw-conta.
024120      inspect agar-text tallying brw-conta for all ";".

024120      if brw-conta > zeros
024120       move spaces to brw-nome-chiave brw-valore
024120       unstring agar-text delimited by ";"
024120        into brw-nome-chiave brw-valore
024120       end-unstring
024120       perform browse-trova-chiave thru ex-browse-trova-chiave
024120       if agar-return-code = agar-rc-error
024120        go to ex-browse-seek
024120       end-if
024120       move brw-valore to agar-text
024120      else
024120       move agar-text  to brw-valore
024120      end-if.

024121      move low-values      to brw-chiave-da.
024122      move agar-text(1:32) to brw-chiave-da.
024123      move "P"             to dati-delim.
023636       move agar-text to spool-file
023637      end-if.

023637      move spool-file to ditta-nome-file.
023637      move "S"        to ditta-sempre ditta-dove.
023637      perform ditta-qualifica thru ex-ditta-qualifica.
023637      move ditta-nome-file to spool-file.

023640      open output ark-spool.

023645      if spool-stato not = "00"

023745      move foc-win           to agar-widget.

023746      if reg-riservato(reg-ind) = "S"
023746       move val-testo              to msk-testo
023746       move reg-visibili(reg-ind)  to msk-vis
023746       perform maschera            thru ex-maschera
023746       move msk-testo              to val-testo
023746      end-if.

023750      if reg-class(reg-ind) = "label"
023751       or reg-class(reg-ind) = "button"
023752       go to ex-stampa-campo.

023802      perform testata-stampa thru ex-testata-stampa.

023803      initialize col-riservate.

023803      if tbl-testata(tbl-ind) not = spaces
023804       move tbl-testata(tbl-ind) to dati-riga
023805       perform spezza-riga   thru ex-spezza-riga
023805       perform varying col-ind from 1 by 1
023805        until col-ind > riga-ind or col-ind > 8
023805        move campo-dato(col-ind) to msk-nome
023805        perform riservato-da-tema thru ex-riservato-da-tema
023805        move msk-trovato to col-ris-flag(col-ind)
023805        move msk-vis     to col-ris-vis(col-ind)
023805       end-perform
023806       perform riga-intestata thru ex-riga-intestata
023807       move spaces  to riga-stampa
023808       move all "-" to riga-stampa(4:124)

023840      perform varying col-ind from 1 by 1
023841       until col-ind > riga-ind or col-ind > 8
023843       perform somma-colonna thru ex-somma-colonna
023843       if col-ris-flag(col-ind) = "S"
023843        move campo-dato(col-ind)   to msk-testo
023843        move col-ris-vis(col-ind)  to msk-vis
023843        perform maschera           thru ex-maschera
023843        if msk-lung > 15
023843         move msk-testo(msk-lung - 14:15)
023843                                   to riga-stampa(ind2:15)
023843        else
023843         move msk-testo(1:15)      to riga-stampa(ind2:15)
023843        end-if
023843       else
023843        move campo-dato(col-ind)(1:15) to riga-stampa(ind2:15)
023843       end-if
023844       add 16 to ind2
023846      end-perform.

023850      perform scrivi-spool thru ex-scrivi-spool.
023922        move tot-valore(col-ind) to agar-number
023923        perform numero-in-testo  thru ex-numero-in-testo
023924        move agar-text(1:15)     to riga-stampa(pos-stampa:15)
023924        if col-ris-flag(col-ind) = "S"
023924         move all "*"            to riga-stampa(pos-stampa:15)
023924        end-if
023925       end-if
023926       add 16 to pos-stampa
023927      end-perform.

024025      perform asciiZ thru ex-asciiZ.

024026      perform snap-maschera thru ex-snap-maschera.

024030      call "AG_WidgetSurface" using
024031       by value agar-widget
024032        returning agar-struct.

024033      perform snap-ripristina thru ex-snap-ripristina.

024035      if agar-struct = null
024036       display "snapshot: cannot render the window"
024037        upon syserr
024051       by value agar-struct returning omitted.

024055 ex-snapshot.
024055      exit.
024055*
024055* before the window is rendered its sensitive text widgets
024055* show the masked value and the other sensitive widgets are
024055* hidden; snap-ripristina puts everything back right after
024055*
024055 snap-maschera.

024055      move zeros to snap-count.

024055      perform varying reg-ind from 1 by 1
024055       until reg-ind > reg-count
024055       if reg-win(reg-ind) = agar-widget
024055        and reg-riservato(reg-ind) = "S"
024055        and snap-count < 50
024055        add 1 to snap-count
024055        move reg-ptr(reg-ind) to snap-ptr(snap-count)
024055        if reg-class(reg-ind) = "text"
024055         or reg-class(reg-ind) = "date"
024055         move "T" to snap-modo(snap-count)
024055         move spaces to snap-testo(snap-count)
024055         move length of snap-testo(snap-count) to agar-size
024055         call static "AG_TextboxCopyString"
024055          using by value snap-ptr(snap-count)
024055           by reference snap-testo(snap-count)
024055            by value agar-size
024055             returning agar-int
024055         move snap-testo(snap-count) to msk-testo
024055         inspect msk-testo replacing all x"00" by space
024055         move reg-visibili(reg-ind)  to msk-vis
024055         perform maschera            thru ex-maschera
024055         move x"00" to msk-testo(msk-lung + 1:1)
024055         call static "AG_TextboxSetString"
024055          using by value snap-ptr(snap-count)
024055           by content msk-testo
024055        else
024055         move "H" to snap-modo(snap-count)
024055         call "AG_WidgetHide"
024055          using by value snap-ptr(snap-count) returning omitted
024055        end-if
024055       end-if
024055      end-perform.

024055 ex-snap-maschera.
024055      exit.

024055 snap-ripristina.

024055      perform varying msk-i from 1 by 1
024055       until msk-i > snap-count
024055       if snap-modo(msk-i) = "T"
024055        call static "AG_TextboxSetString"
024055         using by value snap-ptr(msk-i)
024055          by content snap-testo(msk-i)
024055       else
024055        call "AG_WidgetShow"
024055         using by value snap-ptr(msk-i) returning omitted
024055       end-if
024055      end-perform.

024055      move zeros to snap-count.

024055 ex-snap-ripristina.
024056      exit.

024060*

024490      if map-name = spaces move "window" to map-name.

024490      if ditta-letta not = "S"
024490       perform ditta-ambiente thru ex-ditta-ambiente.

024495      move spaces to draft-file.
024496      string function trim(casa)     delimited by size
024497             "/.guicobol-"           delimited by size
024498             function trim(utente)   delimited by size
024499             "-"                     delimited by size
024499             function trim(ditta-codice)
024499                                     delimited by size
024500             function trim(map-name) delimited by size
024501             ".drf"                  delimited by size
024502             into draft-file.
024546      end-evaluate.

024550      move foc-win to agar-widget.
024551*
024551*  a sensitive value is written encrypted, never in clear
024551*
024551      if reg-riservato(reg-ind) = "S"
024551       and val-testo not = spaces
024551       perform cifra-draft thru ex-cifra-draft
024551       if cifra-esito not = "S"
024551        go to ex-scrivi-draft
024551       end-if
024551      end-if.

024555      move spaces to rec-draft.
024556      string function trim(reg-name(reg-ind)) delimited by size
024625      if dati-draft = spaces go to ex-leggi-draft.

024630      move spaces to map-name val-testo.
024631      move 1      to ind2.
024631      unstring dati-draft delimited by "="
024632       into map-name
024632       with pointer ind2
024633      end-unstring.
024633      if ind2 not > length of dati-draft
024633       move dati-draft(ind2:) to val-testo.

024635      if map-name = spaces go to ex-leggi-draft.


024650      if reg-ind > reg-count go to ex-leggi-draft.

024651      if reg-riservato(reg-ind) = "S"
024651       and val-testo(1:1) = "!"
024651       perform decifra-draft thru ex-decifra-draft
024651       if cifra-esito not = "S"
024651        go to ex-leggi-draft
024651       end-if
024651      end-if.

024656      move agar-widget        to foc-win.
024657      move reg-ptr(reg-ind)   to agar-object agar-widget.


024685 ex-leggi-draft.
024686      exit.
024686*
024686* the drafts keep the sensitive values encrypted with the site
024686* key of GuiCOBOLdraftkey (openssl, aes-256-cbc): val-testo
024686* becomes "!" and the base64 of the cipher text.  the value
024686* reaches openssl through the environment, never on a command
024686* line; without the key the field is left out of the draft
024686*
024686 cifra-draft.

024686      move space to cifra-esito.

024686      accept cifra-chiave from environment "GuiCOBOLdraftkey"
024686      end-accept.

024686      if cifra-chiave = spaces
024686       display "savedraft: GuiCOBOLdraftkey is not set, "
024686        function trim(reg-name(reg-ind)) " left out"
024686        upon syserr
024686       go to ex-cifra-draft.

024686      move spaces to cifra-comando.
024686      string "(umask 077; printf '%s' ""$GuiCOBOLdraftval"""
024686             " | openssl enc -aes-256-cbc -pbkdf2 -salt -a -A"
024686             " -pass env:GuiCOBOLdraftkey > "
024686             function trim(cifra-temp) " 2>/dev/null)"
024686             delimited by size into cifra-comando.

024686      move function trim(val-testo) to msk-testo.
024686      perform cifra-esegui thru ex-cifra-esegui.

024686      if cifra-esito not = "S"
024686       display "savedraft: cannot encrypt "
024686        function trim(reg-name(reg-ind)) ", left out"
024686        upon syserr
024686       go to ex-cifra-draft.

024686      move spaces to val-testo.
024686      string "!" function trim(dati-cifra)
024686             delimited by size into val-testo.

024686 ex-cifra-draft.
024686      exit.

024686 decifra-draft.

024686      move space to cifra-esito.

024686      accept cifra-chiave from environment "GuiCOBOLdraftkey"
024686      end-accept.

024686      if cifra-chiave = spaces
024686       display "loaddraft: GuiCOBOLdraftkey is not set, "
024686        function trim(reg-name(reg-ind)) " not restored"
024686        upon syserr
024686       go to ex-decifra-draft.

024686      move spaces to cifra-comando.
024686      string "(umask 077; printf '%s' ""$GuiCOBOLdraftval"""
024686             " | openssl enc -d -aes-256-cbc -pbkdf2 -a -A"
024686             " -pass env:GuiCOBOLdraftkey > "
024686             function trim(cifra-temp) " 2>/dev/null)"
024686             delimited by size into cifra-comando.

024686      move val-testo(2:) to msk-testo.
024686      perform cifra-esegui thru ex-cifra-esegui.

024686      if cifra-esito not = "S"
024686       display "loaddraft: cannot decrypt "
024686        function trim(reg-name(reg-ind)) ", not restored"
024686        upon syserr
024686       go to ex-decifra-draft.

024686      move dati-cifra to val-testo.

024686 ex-decifra-draft.
024686      exit.

024686*
024686* msk-testo through the command of cifra-comando, the answer
024686* in dati-cifra; the work file is removed straight after
024686*
024686 cifra-esegui.

024686      display "GuiCOBOLdraftval" upon environment-name.
024686      display msk-testo upon environment-value.

024686      call "SYSTEM" using function trim(cifra-comando)
024686       returning cifra-rc.

024686      move spaces to msk-testo.
024686      display "GuiCOBOLdraftval" upon environment-name.
024686      display msk-testo upon environment-value.

024686      compute cifra-rc = cifra-rc / 256.

024686      move spaces to rec-cifra.

024686      if cifra-rc = zeros
024686       open input ark-cifra
024686       if cifra-stato = "00"
024686        read ark-cifra next at end
024686         move spaces to rec-cifra
024686        end-read
024686        if dati-cifra not = spaces
024686         move "S" to cifra-esito
024686        end-if
024686       end-if
024686       if cifra-stato = "00" or cifra-stato = "05"
024686        or cifra-stato = "10"
024686        close ark-cifra
024686       end-if
024686      end-if.

024686      call "CBL_DELETE_FILE" using cifra-temp.

024686 ex-cifra-esegui.
024686      exit.

024690*
024691* compliance journal: when the site sets GuiCOBOLaudit to a

024870 scrivi-audit.

024871      perform audit-anello thru ex-audit-anello.

024875      open extend ark-audit.

024880      if audit-stato not = "00" and audit-stato not = "05"
024885      accept audit-data from date yyyymmdd.
024886      accept audit-ora  from time.

024890      if ditta-letta not = "S"
024890       perform ditta-ambiente thru ex-ditta-ambiente.

024890      move spaces to rec-audit.
024891      move audit-data          to dati-audit(1:8).
024892      move audit-ora(1:6)      to dati-audit(9:6).
024894      move agar-text           to audit-testo-save.
024895      move agar-widget         to agar-dummy.
024896      move agar-object         to foc-win.
024896      if agar-form not = null
024897       move agar-form          to agar-widget
024898       perform nome-finestra   thru ex-nome-finestra
024899       move map-name(1:16)     to dati-audit(33:16)
024899      end-if.
024900      move agar-dummy          to agar-widget.
024901      move foc-win             to agar-object.
024902      move audit-testo-save    to agar-text.
024903      perform cerca-registro   thru ex-cerca-registro.
024904      if reg-ind not = zeros
024905       move reg-name(reg-ind)  to dati-audit(50:16)
024905       if reg-riservato(reg-ind) = "S"
024905        move reg-visibili(reg-ind) to msk-vis
024905        move audit-old         to msk-testo
024905        perform maschera       thru ex-maschera
024905        move msk-testo         to audit-old
024905        move audit-new         to msk-testo
024905        perform maschera       thru ex-maschera
024905        move msk-testo         to audit-new
024905       end-if
024906      end-if.
024907      move audit-verbo         to dati-audit(67:12).
024908      move audit-old           to dati-audit(80:40).
024909      move audit-new           to dati-audit(121:40).
024909*
024909* the chain link in the tail: sequence number, then the hash
024909* of the previous link followed by this record up to the
024909* sequence number
024909*
024909      add 1 to audit-seq.
024909      move audit-seq           to dati-audit(162:9).
024909      move spaces              to hash-testo.
024909      move audit-hash          to hash-testo(1:18).
024909      move dati-audit(1:170)   to hash-testo(19:170).
024909      move 188                 to hash-lungo.
024909      if ditta-codice not = spaces
024909       move ditta-codice       to dati-audit(191:8)
024909       move ditta-codice       to hash-testo(189:8)
024909       move 196                to hash-lungo
024909      end-if.
024909      move zeros               to sec-hash-calc.
024909      perform continua-hash    thru ex-continua-hash.
024909      move sec-hash-calc       to audit-hash.
024909      move audit-hash          to dati-audit(172:18).

024905      write rec-audit.

024910      close ark-audit.
024910*
024910* the anchor beside the journal holds the last link, so a
024910* journal cut short can be told from one that simply ended
024910*
024910      open output ark-catena.
024910      if catena-stato = "00"
024910       move spaces     to rec-catena
024910       move audit-seq  to dati-catena(1:9)
024910       move audit-hash to dati-catena(11:18)
024910       write rec-catena
024910       close ark-catena
024910      end-if.

024915 ex-scrivi-audit.
024916      exit.

024916*
024916* the last link of the chain: from the anchor when there is
024916* one, else from the last record of the journal itself (a
024916* journal written before the chain starts it at zero)
024916*
024916 audit-anello.

024916      move zeros to audit-seq audit-hash.

024916      move spaces to catena-file.
024916      string function trim(audit-file) ".chn"
024916       delimited by size into catena-file.

024916      open input ark-catena.
024916      if catena-stato = "00"
024916       move spaces to rec-catena
024916       read ark-catena next at end continue end-read
024916       close ark-catena
024916       if dati-catena(1:9) is numeric
024916        and dati-catena(11:18) is numeric
024916        move dati-catena(1:9)   to audit-seq
024916        move dati-catena(11:18) to audit-hash
024916        go to ex-audit-anello
024916       end-if
024916      end-if.
024916      if catena-stato = "05"
024916       close ark-catena
024916      end-if.

024916      open input ark-audit.
024916      if audit-stato not = "00"
024916       if audit-stato = "05" close ark-audit end-if
024916       go to ex-audit-anello.

024916      move space to audit-eof.

024916      perform until audit-eof = "S"
024916       read ark-audit next at end
024916        move "S" to audit-eof
024916       end-read
024916       if audit-eof not = "S"
024916        and dati-audit(162:9) is numeric
024916        and dati-audit(172:18) is numeric
024916        move dati-audit(162:9)  to audit-seq
024916        move dati-audit(172:18) to audit-hash
024916       end-if
024916      end-perform.

024916      close ark-audit.

024916 ex-audit-anello.
024916      exit.

024917*
024918* with the journal active the wired callback is replaced by
024919* EventRelay, which records the invocation itself before the
024920* bound program runs -- so "event program invoked" reaches the
024921* auditors for buttons and menus too, not only for setkey;
024921* the performance log needs it as well, to time the program
024922*
024923 rigira-evento.

024924      if audit-attivo not = "S" and perf-attivo not = "S"
024924       go to ex-rigira-evento.

024925      if evt-count not < 200
024926       display "audit: event relay table is full" upon syserr
024991      end-perform.
024992      move ind2 to gp-count.

024992*
024992* and so do its computed fields
024992*
024992      move zeros to ind2.
024992      perform varying reg-ind from 1 by 1
024992       until reg-ind > frm-count
024992       if frm-win(reg-ind) not = agar-widget
024992        add 1 to ind2
024992        if ind2 not = reg-ind
024992         move frm-entry(reg-ind) to frm-entry(ind2)
024992        end-if
024992       end-if
024992      end-perform.
024992      move ind2 to frm-count.
024992      perform formula-ordina thru ex-formula-ordina.
024992*
024992* and its lookups, their popup first when it is up
024992*
024992      if lkp-aperto not = zeros
024992       if lkp-win(lkp-aperto) = agar-widget
024992        move agar-widget to lkp-bersaglio
024992        move "S"         to lkp-stacca
024992        perform lookup-chiudi thru ex-lookup-chiudi
024992        move lkp-bersaglio to agar-widget
024992       end-if
024992      end-if.

024992      move zeros to ind2.
024992      perform varying reg-ind from 1 by 1
024992       until reg-ind > lkp-count
024992       if lkp-win(reg-ind) not = agar-widget
024992        add 1 to ind2
024992        if ind2 not = reg-ind
024992         move lkp-entry(reg-ind) to lkp-entry(ind2)
024992        end-if
024992        if lkp-aperto = reg-ind
024992         move ind2 to lkp-aperto
024992        end-if
024992       end-if
024992      end-perform.
024992      move ind2 to lkp-count.

024993      move agar-widget to foc-win.
024994      perform scarta-eventi-di thru ex-scarta-eventi-di.

025008       end-if
025009      end-perform.

025009      perform varying tbl-ind from 1 by 1
025009       until tbl-ind > brw-count
025009       if brw-ptr(tbl-ind) = reg-ptr(reg-ind)
025009        set  brw-ptr(tbl-ind) to null
025009        move space to brw-aperto(tbl-ind)
025009       end-if
025009      end-perform.

025010 ex-scarta-tabella.
025011      exit.

024982       move zeros       to cap-num-edit
024983      end-if.
024984      move agar-int    to cap-int-edit.
024984      move function trim(cap-num-edit) to cap-num-testo.
024984*
024984*  a sensitive widget leaves only its masked value behind
024984*
024984      if reg-ind not = zeros
024984       and reg-riservato(reg-ind) = "S"
024984       move reg-visibili(reg-ind) to msk-vis
024984       move audit-testo-save   to msk-testo
024984       perform maschera        thru ex-maschera
024984       move msk-testo          to audit-testo-save
024984       move val-testo          to msk-testo
024984       perform maschera        thru ex-maschera
024984       move msk-testo          to val-testo
024984       move cap-num-testo      to msk-testo
024984       perform maschera        thru ex-maschera
024984       move msk-testo          to cap-num-testo
024984      end-if.

024985      move spaces to rec-capture.
024986      string function trim(funzione-chiamata) ";"
024987             function trim(map-name)          ";"
024988             function trim(audit-testo-save)  ";"
024989             function trim(val-testo)         ";"
024990             function trim(cap-num-testo)     ";"
024991             cap-int-edit
024992             delimited by size into dati-capture.


025100      if campo-dato(1) = spaces go to ex-replay-passo.

025101      move space to msk-replay.

025105      if campo-dato(2) not = spaces
025106       move campo-dato(2)(1:32) to map-name
025107       perform varying reg-ind from 1 by 1
025119        go to ex-replay-passo
025120       end-if
025121       move reg-ptr(reg-ind) to agar-object agar-widget
025121       move reg-riservato(reg-ind) to msk-replay
025121       move reg-visibili(reg-ind)  to msk-replay-vis
025122      end-if.

025125      move campo-dato(3)(1:60)           to agar-text.
025141       inspect agar-text replacing all x"00" by space
025142       move agar-number to cap-num-edit
025143       move agar-int    to cap-int-edit
025143       move function trim(cap-num-edit) to cap-num-testo
025143       if msk-replay = "S"
025143        move msk-replay-vis  to msk-vis
025143        move agar-text       to msk-testo
025143        perform maschera     thru ex-maschera
025143        move msk-testo       to agar-text
025143        move cap-num-testo   to msk-testo
025143        perform maschera     thru ex-maschera
025143        move msk-testo       to cap-num-testo
025143       end-if
025143       if agar-return-code = zero
025143        move "OK"  to audit-verbo
025143       else
025145       string function trim(campo-dato(1)) ";"
025146              function trim(campo-dato(2)) ";"
025147              function trim(agar-text)     ";"
025148              function trim(cap-num-testo) ";"
025149              cap-int-edit                 ";"
025150              function trim(audit-verbo)
025151              delimited by size into dati-report
025674       go to ex-set-changed.

025675      set reg-changed-proc(reg-ind) to agar-callback.
025675      move agar-procedure to reg-changed-nome(reg-ind).

025680      evaluate reg-class(reg-ind)
025681       when "numerical"
025739       go to ex-set-exit-field.

025740      set reg-exitfld-proc(reg-ind) to agar-callback.
025740      move agar-procedure to reg-exitfld-nome(reg-ind).

025745      move "widget-lostfocus" & x"00"  to agar-event.

025765 ex-set-exit-field.
025766      exit.

025770*
025770* usage: move "qty * price" to agar-text
025770*        invoke amount "set-formula"
025770*        move "amount * rate / 100;round=2" to agar-text
025770*        invoke vat "set-formula"
025770*        move "sum(righe.importo)" to agar-text
025770*        invoke total "set-formula"
025770* makes a numeric or text widget a computed field: the formula
025770* names the fields of the same window, numbers (either decimal
025770* mark), + - * / and parentheses, and sum(grid.column) adds up
025770* a column of a loaded grid, by heading or by number -- names
025770* may hold "-", so a subtraction wants a space either side.
025770* options after ";": round=N places (0 to 6, default 2).  the
025770* field turns read-only, and every time one of the fields it
025770* reads changes the computed fields depending on it are worked
025770* out again, in dependency order; a formula that ends up
025770* depending on itself is refused
025770*
025770 formula-dichiara.

025770      perform cerca-registro thru ex-cerca-registro.

025770      if reg-ind = zeros
025770       display "set-formula: not a data widget" upon syserr
025770       move agar-rc-error to agar-return-code
025770       go to ex-formula-dichiara.

025770      if reg-class(reg-ind) not = "numerical"
025770       and reg-class(reg-ind) not = "text"
025770       display "set-formula: "
025770        function trim(reg-name(reg-ind))
025770        " is neither a numeric nor a text field" upon syserr
025770       move agar-rc-error to agar-return-code
025770       go to ex-formula-dichiara.

025770      move agar-text to frm-elenco.
025770      inspect frm-elenco replacing all x"00" by space.
025770      move spaces to frm-espressione frm-opzioni.
025770      move 1      to frm-punta.
025770      unstring frm-elenco delimited by ";"
025770       into frm-espressione with pointer frm-punta.
025770      if frm-punta not > length of frm-elenco
025770       move frm-elenco(frm-punta:) to frm-opzioni.

025770      if frm-espressione = spaces
025770       display "set-formula: no formula for "
025770        function trim(reg-name(reg-ind)) upon syserr
025770       move agar-rc-error to agar-return-code
025770       go to ex-formula-dichiara.

025770      perform varying frm-nuova from 1 by 1
025770       until frm-nuova > frm-count
025770       or frm-ptr(frm-nuova) = agar-object
025770       continue
025770      end-perform.

025770      if frm-nuova > frm-count
025770       if frm-count not < 48
025770        display "set-formula: no room for another computed"
025770         " field" upon syserr
025770        move agar-rc-error to agar-return-code
025770        go to ex-formula-dichiara
025770       end-if
025770       move space to frm-sostituita
025770      else
025770       move frm-entry(frm-nuova) to frm-entry(49)
025770       move "S" to frm-sostituita
025770      end-if.

025770      initialize frm-entry(frm-nuova).
025770      move agar-object       to frm-ptr(frm-nuova).
025770      move reg-win(reg-ind)  to frm-win(frm-nuova).
025770      move frm-espressione   to frm-testo(frm-nuova).
025770      move 2                 to frm-decimali(frm-nuova).

025770      perform formula-opzioni thru ex-formula-opzioni.
025770      perform formula-compila thru ex-formula-compila.

025770      if frm-errato = "S"
025770       perform formula-annulla thru ex-formula-annulla
025770       move agar-rc-error to agar-return-code
025770       go to ex-formula-dichiara.

025770      if frm-sostituita = space
025770       add 1 to frm-count.

025770      perform formula-ordina thru ex-formula-ordina.

025770      if frm-posti < frm-count
025770       perform formula-circolare thru ex-formula-circolare
025770       perform formula-annulla   thru ex-formula-annulla
025770       perform formula-ordina    thru ex-formula-ordina
025770       move agar-rc-error to agar-return-code
025770       go to ex-formula-dichiara.

025770      perform formula-aggancia thru ex-formula-aggancia.

025770      move "S" to frm-sporca(frm-nuova).
025770      perform formula-aggiorna thru ex-formula-aggiorna.

025770 ex-formula-dichiara.
025770      exit.

025770 formula-opzioni.

025770      move 1 to frm-punta.

025770      perform until frm-punta > length of frm-opzioni
025770       move spaces to frm-opzione
025770       unstring frm-opzioni delimited by ";"
025770        into frm-opzione with pointer frm-punta
025770       move function lower-case(frm-opzione) to frm-opzione
025770       evaluate true
025770        when frm-opzione = spaces
025770         continue
025770        when frm-opzione(1:6) = "round="
025770         and frm-opzione(7:1) >= "0"
025770         and frm-opzione(7:1) <= "6"
025770         and frm-opzione(8:) = spaces
025770         move frm-opzione(7:1) to frm-decimali(frm-nuova)
025770        when other
025770         display "set-formula: option ignored: "
025770          function trim(frm-opzione) upon syserr
025770       end-evaluate
025770      end-perform.

025770 ex-formula-opzioni.
025770      exit.

025770*
025770* a refused declaration leaves things as they were: the formula
025770* it replaced comes back, or the new slot is given up
025770*
025770 formula-annulla.

025770      if frm-sostituita = "S"
025770       move frm-entry(49) to frm-entry(frm-nuova)
025770      else
025770       initialize frm-entry(frm-nuova)
025770       if frm-nuova = frm-count
025770        subtract 1 from frm-count
025770       end-if
025770      end-if.

025770 ex-formula-annulla.
025770      exit.

025770*
025770* operator precedence, left to right, into the postfix list of
025770* the entry: unary minus is kept as "~"
025770*
025770 formula-compila.

025770      move zeros to frm-op-count frm-rpn-count(frm-nuova).
025770      move space to frm-errato.
025770      move "O"   to frm-attesa.
025770      move 1     to frm-punta.

025770      perform formula-simbolo thru ex-formula-simbolo
025770       until frm-punta > length of frm-espressione
025770       or frm-errato = "S".

025770      if frm-errato = "S" go to ex-formula-compila.

025770      if frm-attesa = "O"
025770       display "set-formula: incomplete formula "
025770        function trim(frm-espressione) upon syserr
025770       move "S" to frm-errato
025770       go to ex-formula-compila.

025770      perform until frm-op-count = zeros or frm-errato = "S"
025770       if frm-op(frm-op-count) = "("
025770        display "set-formula: unbalanced parentheses in "
025770         function trim(frm-espressione) upon syserr
025770        move "S" to frm-errato
025770       else
025770        perform formula-scarica thru ex-formula-scarica
025770       end-if
025770      end-perform.

025770 ex-formula-compila.
025770      exit.

025770 formula-simbolo.

025770      move frm-espressione(frm-punta:1) to frm-car.

025770      evaluate true
025770       when frm-car = space
025770        add 1 to frm-punta
025770       when frm-car numeric
025770        perform formula-numero   thru ex-formula-numero
025770       when frm-car = "("
025770        if frm-attesa not = "O"
025770         perform formula-sintassi thru ex-formula-sintassi
025770        else
025770         perform formula-spingi  thru ex-formula-spingi
025770         add 1 to frm-punta
025770        end-if
025770       when frm-car = ")"
025770        perform formula-chiusa   thru ex-formula-chiusa
025770       when frm-car = "+"
025770       when frm-car = "-"
025770       when frm-car = "*"
025770       when frm-car = "/"
025770        perform formula-operatore thru ex-formula-operatore
025770       when frm-car-nome
025770        perform formula-nome     thru ex-formula-nome
025770       when other
025770        perform formula-sintassi thru ex-formula-sintassi
025770      end-evaluate.

025770 ex-formula-simbolo.
025770      exit.

025770 formula-sintassi.

025770      move frm-punta to frm-posizione.
025770      display "set-formula: unexpected "
025770       frm-espressione(frm-punta:1) " at position "
025770       function trim(frm-posizione) " of "
025770       function trim(frm-espressione) upon syserr.
025770      move "S" to frm-errato.

025770 ex-formula-sintassi.
025770      exit.

025770 formula-numero.

025770      if frm-attesa not = "O"
025770       perform formula-sintassi thru ex-formula-sintassi
025770       go to ex-formula-numero.

025770      move spaces to frm-token.
025770      move zeros  to frm-lung.

025770      perform until frm-punta > length of frm-espressione
025770       or (frm-espressione(frm-punta:1) not numeric
025770       and frm-espressione(frm-punta:1) not = "."
025770       and frm-espressione(frm-punta:1) not = ",")
025770       add 1 to frm-lung
025770       if frm-lung not > 20
025770        move frm-espressione(frm-punta:1)
025770          to frm-token(frm-lung:1)
025770       end-if
025770       add 1 to frm-punta
025770      end-perform.

025770      inspect frm-token replacing all "." by ",".
025770      move zeros to frm-k.
025770      inspect frm-token tallying frm-k for all ",".

025770      if frm-lung > 18 or frm-k > 1
025770       subtract frm-lung from frm-punta
025770       perform formula-sintassi thru ex-formula-sintassi
025770       go to ex-formula-numero.

025770      perform formula-uscita thru ex-formula-uscita.
025770      if frm-errato = "S" go to ex-formula-numero.

025770      move frm-rpn-count(frm-nuova) to frm-v.
025770      move "N" to frm-rpn-tipo(frm-nuova, frm-v).
025770      move function numval(frm-token)
025770        to frm-rpn-num(frm-nuova, frm-v).
025770      move "P" to frm-attesa.

025770 ex-formula-numero.
025770      exit.

025770*
025770* a field name, or sum( grid . column )
025770*
025770 formula-nome.

025770      if frm-attesa not = "O"
025770       perform formula-sintassi thru ex-formula-sintassi
025770       go to ex-formula-nome.

025770      perform formula-leggi-nome thru ex-formula-leggi-nome.
025770      move frm-token to frm-nome.
025770      move spaces    to frm-colonna.
025770      perform formula-spazi thru ex-formula-spazi.

025770      if function lower-case(frm-nome) = "sum"
025770       and frm-car = "("
025770       perform formula-somma thru ex-formula-somma
025770       go to ex-formula-nome.

025770      perform formula-campo thru ex-formula-campo.

025770      if frm-r = zeros
025770       display "set-formula: unknown field "
025770        function trim(frm-nome) " in "
025770        function trim(frm-espressione) upon syserr
025770       move "S" to frm-errato
025770       go to ex-formula-nome.

025770      evaluate reg-class(frm-r)
025770       when "numerical"
025770       when "text"
025770       when "combo"
025770        continue
025770       when other
025770        display "set-formula: "
025770         function trim(frm-nome)
025770         " is not a field a formula can read" upon syserr
025770        move "S" to frm-errato
025770        go to ex-formula-nome
025770      end-evaluate.

025770      perform formula-operando-nuovo
025770         thru ex-formula-operando-nuovo.

025770 ex-formula-nome.
025770      exit.

025770 formula-somma.

025770      add 1 to frm-punta.
025770      perform formula-spazi      thru ex-formula-spazi.
025770      perform formula-leggi-nome thru ex-formula-leggi-nome.
025770      move frm-token to frm-nome.
025770      perform formula-spazi      thru ex-formula-spazi.

025770      if frm-lung = zeros or frm-car not = "."
025770       perform formula-sintassi thru ex-formula-sintassi
025770       go to ex-formula-somma.

025770      add 1 to frm-punta.
025770      perform formula-spazi      thru ex-formula-spazi.
025770      perform formula-leggi-nome thru ex-formula-leggi-nome.
025770      move frm-token to frm-colonna.
025770      perform formula-spazi      thru ex-formula-spazi.

025770      if frm-lung = zeros or frm-car not = ")"
025770       perform formula-sintassi thru ex-formula-sintassi
025770       go to ex-formula-somma.

025770      add 1 to frm-punta.

025770      perform formula-campo thru ex-formula-campo.

025770      if frm-r = zeros
025770       display "set-formula: unknown grid "
025770        function trim(frm-nome) " in "
025770        function trim(frm-espressione) upon syserr
025770       move "S" to frm-errato
025770       go to ex-formula-somma.

025770      if reg-class(frm-r) not = "table"
025770       display "set-formula: "
025770        function trim(frm-nome) " is not a grid" upon syserr
025770       move "S" to frm-errato
025770       go to ex-formula-somma.

025770      perform formula-operando-nuovo
025770         thru ex-formula-operando-nuovo.

025770 ex-formula-somma.
025770      exit.

025770*
025770* the widget frm-r (with the column in frm-colonna, for a
025770* grid) joins the sources of the formula and its value the
025770* postfix list
025770*
025770 formula-operando-nuovo.

025770      move reg-ptr(frm-r) to frm-sorgente.

025770      perform varying frm-s from 1 by 1
025770       until frm-s > frm-src-count(frm-nuova)
025770       or (frm-src-ptr(frm-nuova, frm-s) = frm-sorgente
025770       and frm-src-col(frm-nuova, frm-s) = frm-colonna)
025770       continue
025770      end-perform.

025770      if frm-s > frm-src-count(frm-nuova)
025770       if frm-src-count(frm-nuova) not < 12
025770        display "set-formula: too many fields in "
025770         function trim(frm-espressione) upon syserr
025770        move "S" to frm-errato
025770        go to ex-formula-operando-nuovo
025770       end-if
025770       add 1 to frm-src-count(frm-nuova)
025770       move frm-sorgente to frm-src-ptr(frm-nuova, frm-s)
025770       move frm-colonna  to frm-src-col(frm-nuova, frm-s)
025770      end-if.

025770      perform formula-uscita thru ex-formula-uscita.
025770      if frm-errato = "S" go to ex-formula-operando-nuovo.

025770      move frm-rpn-count(frm-nuova) to frm-v.
025770      move "S"   to frm-rpn-tipo(frm-nuova, frm-v).
025770      move frm-s to frm-rpn-src(frm-nuova, frm-v).
025770      move "P"   to frm-attesa.

025770 ex-formula-operando-nuovo.
025770      exit.

025770 formula-leggi-nome.

025770      move spaces to frm-token.
025770      move zeros  to frm-lung.
025770      move frm-espressione(frm-punta:1) to frm-car.

025770      perform until frm-punta > length of frm-espressione
025770       or not frm-car-nome
025770       add 1 to frm-lung
025770       if frm-lung not > length of frm-token
025770        move frm-car to frm-token(frm-lung:1)
025770       end-if
025770       add 1 to frm-punta
025770       if frm-punta not > length of frm-espressione
025770        move frm-espressione(frm-punta:1) to frm-car
025770       end-if
025770      end-perform.

025770 ex-formula-leggi-nome.
025770      exit.

025770 formula-spazi.

025770      perform until frm-punta > length of frm-espressione
025770       or frm-espressione(frm-punta:1) not = space
025770       add 1 to frm-punta
025770      end-perform.

025770      if frm-punta > length of frm-espressione
025770       move space to frm-car
025770      else
025770       move frm-espressione(frm-punta:1) to frm-car
025770      end-if.

025770 ex-formula-spazi.
025770      exit.

025770*
025770* a widget of the window of the computed field, by name
025770*
025770 formula-campo.

025770      perform varying frm-r from 1 by 1
025770       until frm-r > reg-count
025770       or (reg-win(frm-r) = frm-win(frm-nuova)
025770       and function lower-case(reg-name(frm-r))
025770         = function lower-case(frm-nome))
025770       continue
025770      end-perform.

025770      if frm-r > reg-count move zeros to frm-r.

025770 ex-formula-campo.
025770      exit.

025770 formula-chiusa.

025770      if frm-attesa not = "P"
025770       perform formula-sintassi thru ex-formula-sintassi
025770       go to ex-formula-chiusa.

025770      perform formula-scarica thru ex-formula-scarica
025770       until frm-op-count = zeros
025770       or frm-op(frm-op-count) = "("
025770       or frm-errato = "S".

025770      if frm-errato = "S" go to ex-formula-chiusa.

025770      if frm-op-count = zeros
025770       display "set-formula: unbalanced parentheses in "
025770        function trim(frm-espressione) upon syserr
025770       move "S" to frm-errato
025770       go to ex-formula-chiusa.

025770      subtract 1 from frm-op-count.
025770      add 1 to frm-punta.

025770 ex-formula-chiusa.
025770      exit.

025770 formula-operatore.

025770      add 1 to frm-punta.

025770      if frm-attesa = "O"
025770       evaluate frm-car
025770        when "-"
025770         move "~" to frm-car
025770         perform formula-spingi thru ex-formula-spingi
025770        when "+"
025770         continue
025770        when other
025770         subtract 1 from frm-punta
025770         perform formula-sintassi thru ex-formula-sintassi
025770       end-evaluate
025770       go to ex-formula-operatore.

025770      move frm-car to frm-opera.
025770      perform formula-precedenza thru ex-formula-precedenza.
025770      move frm-prec to frm-prec-nuova.
025770      perform formula-cima thru ex-formula-cima.

025770      perform until frm-prec-cima < frm-prec-nuova
025770       or frm-errato = "S"
025770       perform formula-scarica thru ex-formula-scarica
025770       perform formula-cima    thru ex-formula-cima
025770      end-perform.

025770      perform formula-spingi thru ex-formula-spingi.
025770      move "O" to frm-attesa.

025770 ex-formula-operatore.
025770      exit.

025770 formula-precedenza.

025770      evaluate frm-opera
025770       when "+"
025770       when "-"
025770        move 1 to frm-prec
025770       when "*"
025770       when "/"
025770        move 2 to frm-prec
025770       when "~"
025770        move 3 to frm-prec
025770       when other
025770        move 0 to frm-prec
025770      end-evaluate.

025770 ex-formula-precedenza.
025770      exit.

025770 formula-cima.

025770      if frm-op-count = zeros
025770       move 0 to frm-prec-cima
025770      else
025770       move frm-op(frm-op-count) to frm-opera
025770       perform formula-precedenza thru ex-formula-precedenza
025770       move frm-prec to frm-prec-cima
025770      end-if.

025770 ex-formula-cima.
025770      exit.

025770 formula-spingi.

025770      if frm-op-count not < 40
025770       display "set-formula: formula too long: "
025770        function trim(frm-espressione) upon syserr
025770       move "S" to frm-errato
025770       go to ex-formula-spingi.

025770      add 1 to frm-op-count.
025770      move frm-car to frm-op(frm-op-count).

025770 ex-formula-spingi.
025770      exit.

025770 formula-scarica.

025770      perform formula-uscita thru ex-formula-uscita.
025770      if frm-errato = "S" go to ex-formula-scarica.

025770      move frm-rpn-count(frm-nuova) to frm-v.
025770      move "O" to frm-rpn-tipo(frm-nuova, frm-v).
025770      move frm-op(frm-op-count) to frm-rpn-op(frm-nuova, frm-v).
025770      subtract 1 from frm-op-count.

025770 ex-formula-scarica.
025770      exit.

025770 formula-uscita.

025770      if frm-rpn-count(frm-nuova) not < 40
025770       display "set-formula: formula too long: "
025770        function trim(frm-espressione) upon syserr
025770       move "S" to frm-errato
025770       go to ex-formula-uscita.

025770      add 1 to frm-rpn-count(frm-nuova).

025770 ex-formula-uscita.
025770      exit.

025770*
025770* dependency order over every computed field: a field is
025770* placed once every computed field it reads is placed; what
025770* cannot be placed sits on a loop
025770*
025770 formula-ordina.

025770      move zeros to frm-posti.
025770      perform varying frm-ind from 1 by 1
025770       until frm-ind > frm-count
025770       move space to frm-posto(frm-ind)
025770      end-perform.

025770      move 1 to frm-mossi.
025770      perform formula-giro thru ex-formula-giro
025770       until frm-mossi = zeros.

025770 ex-formula-ordina.
025770      exit.

025770 formula-giro.

025770      move zeros to frm-mossi.

025770      perform varying frm-ind from 1 by 1
025770       until frm-ind > frm-count
025770       if frm-posto(frm-ind) not = "S"
025770        perform formula-pronta thru ex-formula-pronta
025770        if frm-pronto = "S"
025770         move "S" to frm-posto(frm-ind)
025770         add 1 to frm-posti frm-mossi
025770         move frm-ind to frm-ordine(frm-posti)
025770        end-if
025770       end-if
025770      end-perform.

025770 ex-formula-giro.
025770      exit.

025770 formula-pronta.

025770      move "S" to frm-pronto.

025770      perform varying frm-s from 1 by 1
025770       until frm-s > frm-src-count(frm-ind)
025770       or frm-pronto not = "S"
025770       if frm-src-col(frm-ind, frm-s) = spaces
025770        perform varying frm-j from 1 by 1
025770         until frm-j > frm-count
025770         if frm-ptr(frm-j) = frm-src-ptr(frm-ind, frm-s)
025770          and frm-posto(frm-j) not = "S"
025770          move space to frm-pronto
025770         end-if
025770        end-perform
025770       end-if
025770      end-perform.

025770 ex-formula-pronta.
025770      exit.

025770 formula-circolare.

025770      move spaces to frm-elenco.
025770      move 1      to frm-punta.

025770      perform varying frm-ind from 1 by 1
025770       until frm-ind > frm-count
025770       if frm-posto(frm-ind) not = "S"
025770        perform varying frm-r from 1 by 1
025770         until frm-r > reg-count
025770         or reg-ptr(frm-r) = frm-ptr(frm-ind)
025770         continue
025770        end-perform
025770        if frm-r not > reg-count
025770         string function trim(reg-name(frm-r)) " "
025770          delimited by size
025770          into frm-elenco with pointer frm-punta
025770         end-string
025770        end-if
025770       end-if
025770      end-perform.

025770      display "set-formula: circular formula through "
025770       function trim(frm-elenco) upon syserr.

025770 ex-formula-circolare.
025770      exit.

025770*
025770* the computed field goes read-only and the fields it reads
025770* report their changes through the FieldChanged relay, with
025770* the event set-changed would choose for them
025770*
025770 formula-aggancia.

025770      move frm-ptr(frm-nuova) to agar-object.
025770      perform disableit thru ex-disableit.

025770      set agar-callback to entry "FieldChanged".

025770      perform varying frm-s from 1 by 1
025770       until frm-s > frm-src-count(frm-nuova)
025770       if frm-src-col(frm-nuova, frm-s) = spaces
025770        perform varying frm-r from 1 by 1
025770         until frm-r > reg-count
025770         or reg-ptr(frm-r) = frm-src-ptr(frm-nuova, frm-s)
025770         continue
025770        end-perform
025770        if frm-r not > reg-count
025770         evaluate reg-class(frm-r)
025770          when "numerical"
025770           move "numerical-changed" & x"00" to agar-event
025770          when "combo"
025770           move "combo-selected" & x"00"    to agar-event
025770          when other
025770           move "textbox-postchg" & x"00"   to agar-event
025770         end-evaluate
025770         call "AG_SetEvent" using
025770            by value frm-src-ptr(frm-nuova, frm-s)
025770            by reference agar-event
025770            by value agar-callback
025770            by reference null
025770        end-if
025770       end-if
025770      end-perform.

025770      move spaces to agar-event.

025770 ex-formula-aggancia.
025770      exit.

025770*
025770* usage: invoke self "recalc"
025770* works out again every computed field of the window, after
025770* the screen loaded a grid or filled fields with set-value
025770*
025770 formula-ricalcola.

025770      perform varying frm-ind from 1 by 1
025770       until frm-ind > frm-count
025770       if frm-win(frm-ind) = agar-object
025770        move "S" to frm-sporca(frm-ind)
025770       end-if
025770      end-perform.

025770      perform formula-aggiorna thru ex-formula-aggiorna.

025770 ex-formula-ricalcola.
025770      exit.

025770*
025770* the widget (or grid) in frm-sorgente has changed: whatever
025770* reads it is worked out again
025770*
025770 formula-cambio.

025770      if frm-count = zeros or frm-in-corso = "S"
025770       go to ex-formula-cambio.

025770      perform formula-segna thru ex-formula-segna.
025770      perform formula-aggiorna thru ex-formula-aggiorna.

025770 ex-formula-cambio.
025770      exit.

025770 formula-segna.

025770      perform varying frm-j from 1 by 1
025770       until frm-j > frm-count
025770       perform varying frm-s from 1 by 1
025770        until frm-s > frm-src-count(frm-j)
025770        if frm-src-ptr(frm-j, frm-s) = frm-sorgente
025770         move "S" to frm-sporca(frm-j)
025770        end-if
025770       end-perform
025770      end-perform.

025770 ex-formula-segna.
025770      exit.

025770*
025770* one pass in dependency order over the marked computed fields,
025770* leaving the externals as the screen or the relay had them
025770*
025770 formula-aggiorna.

025770      move agar-function    to frm-salva-funzione.
025770      move agar-text        to frm-salva-testo.
025770      move agar-number      to frm-salva-numero.
025770      move agar-object      to frm-salva-oggetto.
025770      move agar-widget      to frm-salva-widget.
025770      move agar-class       to frm-salva-classe.
025770      move agar-int         to frm-salva-int.
025770      move agar-return-code to frm-salva-rc.
025770      move "S"              to frm-in-corso.

025770      perform varying frm-k from 1 by 1
025770       until frm-k > frm-posti
025770       move frm-ordine(frm-k) to frm-ind
025770       if frm-sporca(frm-ind) = "S"
025770        move space to frm-sporca(frm-ind)
025770        perform formula-valuta thru ex-formula-valuta
025770        if frm-errato not = "S"
025770         perform formula-scrivi thru ex-formula-scrivi
025770        end-if
025770        move frm-ptr(frm-ind) to frm-sorgente
025770        perform formula-segna thru ex-formula-segna
025770       end-if
025770      end-perform.

025770      move space              to frm-in-corso.
025770      move frm-salva-funzione to agar-function.
025770      move frm-salva-testo    to agar-text.
025770      move frm-salva-numero   to agar-number.
025770      move frm-salva-oggetto  to agar-object.
025770      move frm-salva-widget   to agar-widget.
025770      move frm-salva-classe   to agar-class.
025770      move frm-salva-int      to agar-int.
025770      move frm-salva-rc       to agar-return-code.

025770 ex-formula-aggiorna.
025770      exit.

025770*
025770* the postfix list of frm-ind over a stack kept with eight
025770* decimals, rounded at the end to the places of the field; a
025770* division by zero or an overflow leaves the field as it was
025770*
025770 formula-valuta.

025770      move zeros to frm-val-count.
025770      move space to frm-errato.

025770      perform varying frm-v from 1 by 1
025770       until frm-v > frm-rpn-count(frm-ind)
025770       or frm-errato = "S"
025770       evaluate frm-rpn-tipo(frm-ind, frm-v)
025770        when "N"
025770         add 1 to frm-val-count
025770         move frm-rpn-num(frm-ind, frm-v)
025770           to frm-val(frm-val-count)
025770        when "S"
025770         move frm-rpn-src(frm-ind, frm-v) to frm-s
025770         perform formula-operando thru ex-formula-operando
025770         add 1 to frm-val-count
025770         move frm-a to frm-val(frm-val-count)
025770        when other
025770         perform formula-calcola thru ex-formula-calcola
025770       end-evaluate
025770      end-perform.

025770      if frm-errato = "S" go to ex-formula-valuta.

025770      compute frm-scala = 10 ** frm-decimali(frm-ind).

025770      compute frm-intero rounded = frm-val(1) * frm-scala
025770       on size error
025770        perform formula-trabocco thru ex-formula-trabocco
025770        go to ex-formula-valuta
025770      end-compute.

025770      compute frm-risultato = frm-intero / frm-scala
025770       on size error
025770        perform formula-trabocco thru ex-formula-trabocco
025770      end-compute.

025770 ex-formula-valuta.
025770      exit.

025770 formula-calcola.

025770      if frm-rpn-op(frm-ind, frm-v) = "~"
025770       compute frm-val(frm-val-count) =
025770         0 - frm-val(frm-val-count)
025770       go to ex-formula-calcola.

025770      move frm-val(frm-val-count) to frm-b.
025770      subtract 1 from frm-val-count.
025770      move frm-val(frm-val-count) to frm-a.

025770      evaluate frm-rpn-op(frm-ind, frm-v)
025770       when "+"
025770        compute frm-val(frm-val-count) = frm-a + frm-b
025770         on size error
025770          perform formula-trabocco thru ex-formula-trabocco
025770        end-compute
025770       when "-"
025770        compute frm-val(frm-val-count) = frm-a - frm-b
025770         on size error
025770          perform formula-trabocco thru ex-formula-trabocco
025770        end-compute
025770       when "*"
025770        compute frm-val(frm-val-count) rounded = frm-a * frm-b
025770         on size error
025770          perform formula-trabocco thru ex-formula-trabocco
025770        end-compute
025770       when "/"
025770        if frm-b = zeros
025770         display "formula: division by zero in "
025770          function trim(frm-testo(frm-ind)) upon syserr
025770         move "S" to frm-errato
025770        else
025770         compute frm-val(frm-val-count) rounded = frm-a / frm-b
025770          on size error
025770           perform formula-trabocco thru ex-formula-trabocco
025770         end-compute
025770        end-if
025770      end-evaluate.

025770 ex-formula-calcola.
025770      exit.

025770 formula-trabocco.

025770      display "formula: result too large in "
025770       function trim(frm-testo(frm-ind)) upon syserr.
025770      move "S" to frm-errato.

025770 ex-formula-trabocco.
025770      exit.

025770*
025770* the current value of source frm-s of frm-ind into frm-a:
025770* text and combo fields are read with the decimal mark and
025770* grouping of the session locale
025770*
025770 formula-operando.

025770      move zeros to frm-a.

025770      if frm-src-col(frm-ind, frm-s) not = spaces
025770       perform formula-colonna thru ex-formula-colonna
025770       go to ex-formula-operando.

025770      move frm-src-ptr(frm-ind, frm-s) to agar-object agar-widget.

025770      perform varying frm-r from 1 by 1
025770       until frm-r > reg-count
025770       or reg-ptr(frm-r) = agar-object
025770       continue
025770      end-perform.

025770      if frm-r > reg-count go to ex-formula-operando.

025770      evaluate reg-class(frm-r)
025770       when "numerical"
025770        perform get-value thru ex-get-value
025770        move agar-number to frm-a
025770        go to ex-formula-operando
025770       when "combo"
025770        perform get-value thru ex-get-value
025770       when other
025770        perform get-text  thru ex-get-text
025770      end-evaluate.

025770      inspect agar-text replacing all x"00" by space.
025770      move agar-text(1:40) to conv-testo.
025770      perform testo-in-numero thru ex-testo-in-numero.
025770      move conv-num to frm-a.

025770 ex-formula-operando.
025770      exit.

025770*
025770* sum of a column of the rows a grid holds in the table store;
025770* a grid not loaded yet adds up to zero
025770*
025770 formula-colonna.

025770      move frm-src-ptr(frm-ind, frm-s) to agar-widget.
025770      perform trova-tabella thru ex-trova-tabella.

025770      if tbl-ind = zeros go to ex-formula-colonna.

025770      move zeros to frm-colno.

025770      if frm-src-col(frm-ind, frm-s)(1:1) numeric
025770       move function numval(frm-src-col(frm-ind, frm-s))
025770         to frm-colno
025770      else
025770       move 1 to frm-punta
025770       perform varying frm-col from 1 by 1
025770        until frm-col > 64
025770        or frm-punta > length of tbl-testata(tbl-ind)
025770        or frm-colno > zeros
025770        move spaces to frm-cella
025770        unstring tbl-testata(tbl-ind)
025770         delimited by tbl-delim(tbl-ind)
025770         into frm-cella with pointer frm-punta
025770        if function lower-case(function trim(frm-cella))
025770         = function lower-case(frm-src-col(frm-ind, frm-s))
025770         move frm-col to frm-colno
025770        end-if
025770       end-perform
025770      end-if.

025770      if frm-colno = zeros
025770       display "formula: no column "
025770        function trim(frm-src-col(frm-ind, frm-s))
025770        " in the grid of " function trim(frm-testo(frm-ind))
025770        upon syserr
025770       move "S" to frm-errato
025770       go to ex-formula-colonna.

025770      perform varying frm-riga from 1 by 1
025770       until frm-riga > tbl-rows(tbl-ind)
025770       or frm-errato = "S"
025770       move 1 to frm-punta
025770       perform varying frm-col from 1 by 1
025770        until frm-col > frm-colno
025770        move spaces to frm-cella
025770        if frm-punta not > length of tbl-dati(tbl-ind, 1)
025770         unstring tbl-dati(tbl-ind, frm-riga)
025770          delimited by tbl-delim(tbl-ind)
025770          into frm-cella with pointer frm-punta
025770        end-if
025770       end-perform
025770       move frm-cella(1:40) to conv-testo
025770       perform testo-in-numero thru ex-testo-in-numero
025770       add conv-num to frm-a
025770        on size error
025770         perform formula-trabocco thru ex-formula-trabocco
025770       end-add
025770      end-perform.

025770 ex-formula-colonna.
025770      exit.

025770*
025770* the result into the computed field: a numeric widget takes
025770* the number, a text field the figure with the locale decimal
025770* mark and the places of the formula
025770*
025770 formula-scrivi.

025770      move frm-ptr(frm-ind) to agar-object agar-widget.

025770      perform varying frm-r from 1 by 1
025770       until frm-r > reg-count
025770       or reg-ptr(frm-r) = agar-object
025770       continue
025770      end-perform.

025770      if frm-r > reg-count go to ex-formula-scrivi.

025770      move frm-risultato to agar-number.

025770      if reg-class(frm-r) = "numerical"
025770       perform set-value thru ex-set-value
025770       go to ex-formula-scrivi.

025770      perform numero-in-testo thru ex-numero-in-testo.

025770      move zeros to frm-j.
025770      inspect agar-text(1:30) tallying frm-j
025770       for characters before initial locale-decimale.

025770      if frm-j < 30
025770       if frm-decimali(frm-ind) = zeros
025770        move spaces to agar-text(frm-j + 1:30 - frm-j)
025770       else
025770        compute frm-k = frm-j + 2 + frm-decimali(frm-ind)
025770        move spaces to agar-text(frm-k:31 - frm-k)
025770       end-if
025770      end-if.

025770      perform set-text thru ex-set-text.

025770 ex-formula-scrivi.
025770      exit.

025790*
025790* usage: move "customers.dat;show=CUST-ID,CUST-NAME,CITY;
025790*              fill=CUST-NAME:custname,BAL:balance;rows=15"
025790*          to agar-text                     (one string)
025790*        move "CUST-ID,8;CUST-NAME,30;CITY,20;BAL,9,2,P"
025790*          to agar-value                    (record map)
025790*        invoke custcode "set-lookup"
025790* gives a code field an F4 prompt into its master: the popup
025790* pages the file with the browse verbs, positioned on what the
025790* field already holds, and shows the "show" columns (all of
025790* the map without it).  "Scegli" or a double click writes the
025790* code back -- the first map field is the code -- and every
025790* "fill" column into the widget of the same window it names,
025790* then runs the exit-field program of the field.  leaving the
025790* field with a code the master does not hold is turned down
025790* like an impossible date, and validate counts it as a
025790* failure ("lookup" rule).  "sql:customers" as the file looks
025790* into a table of the open SQL connection, columns named as
025790* the map fields.
025790*
025790 lookup-dichiara.

025790      perform cerca-registro thru ex-cerca-registro.

025790      if reg-ind = zeros
025790       display "set-lookup: not a data widget" upon syserr
025790       move agar-rc-error to agar-return-code
025790       go to ex-lookup-dichiara.

025790      if reg-class(reg-ind) not = "text"
025790       and reg-class(reg-ind) not = "numerical"
025790       and reg-class(reg-ind) not = "combo"
025790       display "set-lookup: not a code field" upon syserr
025790       move agar-rc-error to agar-return-code
025790       go to ex-lookup-dichiara.

025790      inspect agar-text  replacing all x"00" by space.
025790      inspect agar-value replacing all x"00" by space.

025790      if agar-text = spaces or agar-value = spaces
025790       display "set-lookup: file and record map wanted"
025790        upon syserr
025790       move agar-rc-error to agar-return-code
025790       go to ex-lookup-dichiara.

025790      perform varying lkp-qui from 1 by 1
025790       until lkp-qui > lkp-count
025790       or lkp-ptr(lkp-qui) = agar-object
025790       continue
025790      end-perform.

025790      if lkp-qui > lkp-count
025790       if lkp-count not < 32
025790        display "set-lookup: lookup table is full" upon syserr
025790        move agar-rc-error to agar-return-code
025790        go to ex-lookup-dichiara
025790       end-if
025790       add 1 to lkp-count
025790       move lkp-count to lkp-qui
025790      end-if.

025790      move agar-object       to lkp-ptr(lkp-qui).
025790      move reg-win(reg-ind)  to lkp-win(lkp-qui).
025790      move agar-value        to lkp-mappa(lkp-qui).
025790      move spaces            to lkp-file(lkp-qui)
025790                                lkp-mostra(lkp-qui)
025790                                lkp-riempi(lkp-qui).
025790      move 15                to lkp-passo(lkp-qui).

025790      move agar-text to lkp-coda.
025790      move zeros     to lkp-n.

025790      perform lookup-opzione thru ex-lookup-opzione
025790       until lkp-coda = spaces.

025790      if lkp-file(lkp-qui) = spaces
025790       display "set-lookup: no master file" upon syserr
025790       move agar-rc-error to agar-return-code
025790       go to ex-lookup-dichiara.
025790*
025790* the "lookup" rule for validate, then the exit of the field
025790* through FieldExit and the F4 of its window through
025790* KeyDispatch
025790*
025790      perform lookup-regola thru ex-lookup-regola.

025790      move "widget-lostfocus" & x"00"  to agar-event.
025790      set agar-callback to entry "FieldExit".

025790      call "AG_SetEvent" using
025790         by value reg-ptr(reg-ind)
025790         by reference agar-event
025790         by value agar-callback
025790         by reference null.

025790      move lkp-win(lkp-qui)       to agar-object.
025790      move "KeyDispatch"          to agar-procedure.
025790      set agar-callback           to entry "KeyDispatch".
025790      move "key-down" & x"00"     to agar-event.
025790      move "setevent"             to agar-function.
025790      perform setevent            thru ex-setevent.

025790      move lkp-ptr(lkp-qui)       to agar-object.

025790 ex-lookup-dichiara.
025790      exit.

025790*
025790* one ";" item of the declaration: the file first, then the
025790* show= fill= rows= options
025790*
025790 lookup-opzione.

025790      move spaces to lkp-opzione.
025790      move 1      to lkp-punta.
025790      unstring lkp-coda delimited by ";" into lkp-opzione
025790       with pointer lkp-punta
025790      end-unstring.

025790      if lkp-punta > length of lkp-coda
025790       move spaces                to lkp-coda
025790      else
025790       move lkp-coda(lkp-punta:)  to lkp-scratch
025790       move lkp-scratch           to lkp-coda
025790      end-if.

025790      if lkp-opzione = spaces go to ex-lookup-opzione.

025790      add 1 to lkp-n.
025790      move function upper-case(lkp-opzione(1:5)) to lkp-colonna.

025790      evaluate true
025790       when lkp-n = 1
025790        move function trim(lkp-opzione) to lkp-file(lkp-qui)
025790       when lkp-colonna(1:5) = "SHOW="
025790        move spaces to lkp-mostra(lkp-qui)
025790        string "," function upper-case(
025790                function trim(lkp-opzione(6:))) ","
025790         delimited by size into lkp-mostra(lkp-qui)
025790       when lkp-colonna(1:5) = "FILL="
025790        move function trim(lkp-opzione(6:))
025790          to lkp-riempi(lkp-qui)
025790       when lkp-colonna(1:5) = "ROWS="
025790        move function numval(lkp-opzione(6:5))
025790          to lkp-passo(lkp-qui)
025790        if lkp-passo(lkp-qui) < 1 or lkp-passo(lkp-qui) > 30
025790         move 15 to lkp-passo(lkp-qui)
025790        end-if
025790       when other
025790        display "set-lookup: unknown option "
025790         function trim(lkp-opzione) upon syserr
025790      end-evaluate.

025790 ex-lookup-opzione.
025790      exit.

025790*
025790* the "lookup" rule joins the rules of the widget in reg-ind
025790* when it has a lookup and not the rule already
025790*
025790 lookup-regola.

025790      perform varying lkp-i from 1 by 1
025790       until lkp-i > lkp-count
025790       or lkp-ptr(lkp-i) = reg-ptr(reg-ind)
025790       continue
025790      end-perform.

025790      if lkp-i > lkp-count go to ex-lookup-regola.

025790      move function upper-case(reg-rule(reg-ind)) to lkp-opzione.
025790      move zeros to lkp-j.
025790      inspect lkp-opzione tallying lkp-j for all "LOOKUP".

025790      if lkp-j > zeros go to ex-lookup-regola.

025790      if reg-rule(reg-ind) = spaces
025790       move "lookup" to reg-rule(reg-ind)
025790      else
025790       move spaces to lkp-opzione
025790       string function trim(reg-rule(reg-ind)) ";lookup"
025790        delimited by size into lkp-opzione
025790       move lkp-opzione to reg-rule(reg-ind)
025790      end-if.

025790 ex-lookup-regola.
025790      exit.

025790*
025790* F4 in a window (KeyDispatch, the window in agar-object):
025790* agar-int comes back 1 when the focused widget has a lookup
025790* and the key is taken
025790*
025790 lookup-tasto.

025790      move zeros to agar-int.

025790      perform get-focused thru ex-get-focused.

025790      if agar-widget = null go to ex-lookup-tasto.

025790      perform varying lkp-qui from 1 by 1
025790       until lkp-qui > lkp-count
025790       or lkp-ptr(lkp-qui) = agar-widget
025790       continue
025790      end-perform.

025790      if lkp-qui > lkp-count go to ex-lookup-tasto.

025790      move 1 to agar-int.

025790      if lkp-aperto not = zeros
025790       call "AG_WindowFocus" using
025790        by value lkp-finestra returning omitted
025790       go to ex-lookup-tasto.

025790      perform lookup-apri thru ex-lookup-apri.

025790      move 1 to agar-int.

025790 ex-lookup-tasto.
025790      exit.

025790*
025790* the popup: the paged grid, << >> Scegli Annulla under it,
025790* every event of it through the LookupButton relay
025790*
025790 lookup-apri.

025790      move lkp-qui to lkp-aperto.

025790      perform lookup-valore thru ex-lookup-valore.

025790      call "AG_WindowNew" using by value 0
025790       returning lkp-finestra.

025790      move lkp-ptr(lkp-qui) to agar-object.
025790      perform cerca-registro thru ex-cerca-registro.

025790      move spaces to agar-text.
025790      if reg-ind not = zeros
025790       if reg-caption(reg-ind) not = spaces
025790        string "Ricerca: " function trim(reg-caption(reg-ind))
025790         delimited by size into agar-text
025790       else
025790        string "Ricerca: " function trim(reg-name(reg-ind))
025790         delimited by size into agar-text
025790       end-if
025790      end-if.
025790      if agar-text = spaces
025790       move "Ricerca" to agar-text.
025790      perform asciiZ thru ex-asciiZ.

025790      call "AG_WindowSetCaptionS" using
025790       by value lkp-finestra
025790        by reference agar-text.

025790      compute lkp-flags = AG-TABLE-EXPAND + AG-TABLE-NOAUTOSORT.
025790      call static "AG_TableNew" using
025790       by value lkp-finestra
025790        by value lkp-flags
025790         returning lkp-griglia.

025790      compute lkp-flags = AG-BOX-HOMOGENOUS + AG-BOX-HFILL.
025790      call static "AG_BoxNewHoriz" using
025790       by value lkp-finestra
025790        by value lkp-flags
025790         returning lkp-box.

025790      call static "AG_ButtonNewS" using
025790         by value lkp-box
025790            by value AG-BUTTON-HFILL
025790            by content z"<<"
025790               returning lkp-prima-b.

025790      call static "AG_ButtonNewS" using
025790         by value lkp-box
025790            by value AG-BUTTON-HFILL
025790            by content z">>"
025790               returning lkp-dopo-b.

025790      call static "AG_ButtonNewS" using
025790         by value lkp-box
025790            by value AG-BUTTON-HFILL
025790            by content z"Scegli"
025790               returning lkp-scegli-b.

025790      call static "AG_ButtonNewS" using
025790         by value lkp-box
025790            by value AG-BUTTON-HFILL
025790            by content z"Annulla"
025790               returning lkp-annulla-b.

025790      set agar-callback to entry "LookupButton".

025790      call "AG_SetEvent" using
025790         by value lkp-prima-b
025790         by reference z"button-pushed"
025790         by value agar-callback
025790         by reference null.
025790      call "AG_SetEvent" using
025790         by value lkp-dopo-b
025790         by reference z"button-pushed"
025790         by value agar-callback
025790         by reference null.
025790      call "AG_SetEvent" using
025790         by value lkp-scegli-b
025790         by reference z"button-pushed"
025790         by value agar-callback
025790         by reference null.
025790      call "AG_SetEvent" using
025790         by value lkp-annulla-b
025790         by reference z"button-pushed"
025790         by value agar-callback
025790         by reference null.
025790      call "AG_SetEvent" using
025790         by value lkp-griglia
025790         by reference z"row-dblclick"
025790         by value agar-callback
025790         by reference null.
025790      call "AG_SetEvent" using
025790         by value lkp-finestra
025790         by reference z"window-detached"
025790         by value agar-callback
025790         by reference null.

025790      set agar-callback to null.
025790*
025790* the first page, then the one holding what was typed
025790*
025790      move lkp-griglia          to agar-widget.
025790      move lkp-file(lkp-qui)    to agar-text.
025790      move lkp-mappa(lkp-qui)   to agar-value.
025790      move lkp-passo(lkp-qui)   to agar-int.
025790      move lkp-mostra(lkp-qui)  to brw-vista-da.
025790      move zeros                to brw-righe.

025790      perform browse-open thru ex-browse-open.

025790      move spaces to brw-vista-da.

025790      if agar-return-code = agar-rc-error
025790       move "S" to lkp-stacca
025790       perform lookup-chiudi thru ex-lookup-chiudi
025790       go to ex-lookup-apri.

025790      perform lookup-pagina thru ex-lookup-pagina.

025790      if lkp-valore not = spaces
025790       move spaces to agar-text
025790       if lkp-file(lkp-qui)(1:4) = "sql:"
025790        move lkp-valore to agar-text
025790       else
025790        perform lookup-chiave thru ex-lookup-chiave
025790        move lkp-scratch(1:lkp-klen) to agar-text(1:lkp-klen)
025790       end-if
025790       move lkp-griglia to agar-widget
025790       move zeros       to brw-righe
025790       perform browse-seek thru ex-browse-seek
025790       perform lookup-pagina thru ex-lookup-pagina
025790      end-if.

025790      call "AG_WindowSetGeometryAligned" using
025790       by value lkp-finestra AG-WINDOW-CENTER 640 420
025790        returning omitted.

025790      call "AG_WindowShow" using
025790       by value lkp-finestra returning omitted.

025790      move agar-rc-ok to agar-return-code.

025790 ex-lookup-apri.
025790      exit.

025790*
025790* the page the grid now shows, kept apart from the shared
025790* browse buffer: other grids may page before the pick
025790*
025790 lookup-pagina.

025790      if brw-righe = zeros go to ex-lookup-pagina.

025790      move brw-righe to lkp-righe.
025790      perform varying lkp-i from 1 by 1
025790       until lkp-i > lkp-righe
025790       move brw-pagina(lkp-i) to lkp-pagina(lkp-i)
025790      end-perform.

025790 ex-lookup-pagina.
025790      exit.

025790*
025790* the code the field holds, as text, into lkp-valore
025790*
025790 lookup-valore.

025790      move spaces to lkp-valore.

025790      move lkp-ptr(lkp-qui) to agar-object agar-widget.
025790      perform cerca-registro thru ex-cerca-registro.

025790      if reg-ind = zeros go to ex-lookup-valore.

025790      evaluate reg-class(reg-ind)
025790       when "numerical"
025790        perform get-value thru ex-get-value
025790        if agar-number = zeros go to ex-lookup-valore end-if
025790        perform numero-in-testo thru ex-numero-in-testo
025790       when "combo"
025790        perform get-value thru ex-get-value
025790       when other
025790        perform get-text  thru ex-get-text
025790      end-evaluate.

025790      inspect agar-text replacing all x"00" by space.
025790      move function trim(agar-text) to lkp-valore.

025790 ex-lookup-valore.
025790      exit.

025790*
025790* lkp-valore laid into a blank record as its first map field
025790* (the code), for the leading lkp-klen bytes of the key
025790*
025790 lookup-chiave.

025790      move spaces to lkp-scratch.
025790      set address of record-image to address of lkp-scratch.
025790      move lkp-mappa(lkp-qui) to map-tail.
025790      move zeros to map-off.

025790      perform stacca-campo thru ex-stacca-campo.

025790      move map-size to lkp-klen.
025790      if lkp-klen > 32 move 32 to lkp-klen.
025790      if lkp-klen < 1  move 1  to lkp-klen.

025790      if map-name = spaces go to ex-lookup-chiave.

025790      if map-numerico = "S" or map-quarto not = spaces
025790       move lkp-valore(1:40)   to conv-testo
025790       perform testo-in-numero thru ex-testo-in-numero
025790       move conv-num           to agar-number
025790       perform campo-a-record  thru ex-campo-a-record
025790      else
025790       move lkp-valore to record-image(1:map-size)
025790      end-if.

025790 ex-lookup-chiave.
025790      exit.

025790*
025790* does the master hold lkp-valore?  lkp-trovato "S" or "N",
025790* "?" when the master cannot be asked (the field is let go)
025790*
025790 lookup-esiste.

025790      move "?" to lkp-trovato.

025790      if lkp-file(lkp-qui)(1:4) = "sql:"
025790       perform lookup-esiste-sql thru ex-lookup-esiste-sql
025790       go to ex-lookup-esiste.

025790      perform lookup-chiave thru ex-lookup-chiave.

025790      move lkp-file(lkp-qui) to ditta-nome-file.
025790      move space to ditta-sempre ditta-dove.
025790      perform ditta-qualifica thru ex-ditta-qualifica.
025790      move ditta-nome-file to browse-file.

025790      open input ark-browse.

025790      if browse-stato not = "00"
025790       display "lookup: cannot open "
025790        function trim(browse-file) " status "
025790        browse-stato upon syserr
025790       go to ex-lookup-esiste.

025790      move "N" to lkp-trovato.
025790      move low-values to brw-chiave.
025790      move lkp-scratch(1:lkp-klen) to brw-chiave(1:lkp-klen).

025790      start ark-browse key not < brw-chiave
025790      end-start.

025790      if browse-stato = "00"
025790       move space to brw-eof
025790       read ark-browse next at end
025790        move "S" to brw-eof
025790       end-read
025790       if brw-eof not = "S"
025790        and browse-stato = "00"
025790        and brw-chiave(1:lkp-klen) = lkp-scratch(1:lkp-klen)
025790        move "S" to lkp-trovato
025790       end-if
025790      end-if.

025790      close ark-browse.

025790 ex-lookup-esiste.
025790      exit.

025790 lookup-esiste-sql.

025790      if sql-connesso not = "S"
025790       display "lookup: not connected" upon syserr
025790       go to ex-lookup-esiste-sql.

025790      move lkp-mappa(lkp-qui) to map-tail.
025790      move zeros to map-off.
025790      perform stacca-campo thru ex-stacca-campo.

025790      if map-name = spaces go to ex-lookup-esiste-sql.

025790      move lkp-valore to brw-cerca.
025790      inspect brw-cerca replacing all x"22" by space
025790                                  all "'"   by space.
025790      if map-numerico = "S" or map-quarto not = spaces
025790       inspect brw-cerca replacing all "," by ".".

025790      perform sql-prefisso thru ex-sql-prefisso.

025790      string " --batch --skip-column-names -e 'select "
025790             function trim(map-name)
025790             " from " function trim(lkp-file(lkp-qui)(5:))
025790             " where " function trim(map-name) " = "
025790             x"22" function trim(brw-cerca) x"22"
025790             " limit 1' | tr '\t' ';' > "
025790             function trim(sql-temp)
025790             delimited by size into sql-comando
025790             with pointer sql-punta.

025790      call "SYSTEM" using function trim(sql-comando)
025790       returning sql-rc.

025790      if sql-rc not = zero
025790       display "lookup: query failed" upon syserr
025790       go to ex-lookup-esiste-sql.

025790      open input ark-sql.
025790      if sql-stato not = "00"
025790       go to ex-lookup-esiste-sql.

025790      move spaces to rec-sql.
025790      move space  to sql-eof.
025790      read ark-sql next at end
025790       move "S" to sql-eof
025790      end-read.
025790      close ark-sql.

025790      move spaces to sql-comando.
025790      move 1      to sql-punta.
025790      string "rm -f " function trim(sql-temp)
025790       delimited by size into sql-comando
025790       with pointer sql-punta.
025790      call "SYSTEM" using function trim(sql-comando)
025790       returning sql-rc.

025790      if sql-eof = "S" or dati-sql = spaces
025790       move "N" to lkp-trovato
025790      else
025790       move "S" to lkp-trovato
025790      end-if.

025790 ex-lookup-esiste-sql.
025790      exit.

025790*
025790* the "lookup" rule of validate, for the widget in reg-ind
025790* and its value in val-testo
025790*
025790 lookup-valida.

025790      perform varying lkp-qui from 1 by 1
025790       until lkp-qui > lkp-count
025790       or lkp-ptr(lkp-qui) = reg-ptr(reg-ind)
025790       continue
025790      end-perform.

025790      if lkp-qui > lkp-count go to ex-lookup-valida.

025790      if reg-class(reg-ind) = "numerical" and val-num = zeros
025790       go to ex-lookup-valida.

025790      move function trim(val-testo) to lkp-valore.

025790      perform lookup-esiste thru ex-lookup-esiste.

025790      if lkp-trovato = "N" move "S" to rule-ko.

025790 ex-lookup-valida.
025790      exit.

025790*
025790* FieldExit, before the exit-field program (the field in
025790* agar-object): a code the master does not hold comes back
025790* with agar-rc-error and goes into the validation log, and
025790* the focus the F4 popup takes comes back with 1 -- the exit
025790* program waits for the pick.  the externals the exit program
025790* reads are left as they were
025790*
025790 lookup-controlla.

025790      perform varying lkp-qui from 1 by 1
025790       until lkp-qui > lkp-count
025790       or lkp-ptr(lkp-qui) = agar-object
025790       continue
025790      end-perform.

025790      if lkp-qui > lkp-count go to ex-lookup-controlla.

025790      if lkp-aperto = lkp-qui
025790       move 1 to agar-return-code
025790       go to ex-lookup-controlla.

025790      move agar-text        to lkp-salva-testo.
025790      move agar-value       to lkp-salva-valore.
025790      move agar-number      to lkp-salva-numero.
025790      move agar-object      to lkp-salva-oggetto.
025790      move agar-widget      to lkp-salva-widget.
025790      move agar-class       to lkp-salva-classe.
025790      move agar-int         to lkp-salva-int.

025790      perform lookup-valore thru ex-lookup-valore.

025790      move "?" to lkp-trovato.
025790      if lkp-valore not = spaces
025790       perform lookup-esiste thru ex-lookup-esiste
025790      end-if.

025790      if lkp-trovato = "N"
025790       move lkp-win(lkp-qui) to agar-widget
025790       perform nome-finestra thru ex-nome-finestra
025790       move map-name(1:16)   to val-nome-fin
025790       move lkp-ptr(lkp-qui) to agar-object
025790       perform cerca-registro thru ex-cerca-registro
025790       if reg-ind not = zeros
025790        move "lookup"        to rule-item
025790        move lkp-valore      to val-testo
025790        perform scrivi-valog thru ex-scrivi-valog
025790       end-if
025790      end-if.

025790      move lkp-salva-testo   to agar-text.
025790      move lkp-salva-valore  to agar-value.
025790      move lkp-salva-numero  to agar-number.
025790      move lkp-salva-oggetto to agar-object.
025790      move lkp-salva-widget  to agar-widget.
025790      move lkp-salva-classe  to agar-class.
025790      move lkp-salva-int     to agar-int.

025790      if lkp-trovato = "N"
025790       move agar-rc-error to agar-return-code
025790      else
025790       move agar-rc-ok    to agar-return-code
025790      end-if.

025790 ex-lookup-controlla.
025790      exit.

025790*
025790* LookupButton, the popup widget that fired in agar-object:
025790* a pick comes back with agar-int 1 and the code field in
025790* agar-widget, for the relay to run its exit-field program
025790*
025790 lookup-bottone.

025790      move zeros to agar-int.
025790      move space to lkp-scelto.

025790      if lkp-aperto = zeros go to ex-lookup-bottone.

025790      move lkp-aperto to lkp-qui.

025790      evaluate true
025790       when agar-object = lkp-prima-b
025790        move lkp-griglia to agar-widget
025790        move zeros       to brw-righe
025790        perform browse-prev thru ex-browse-prev
025790        perform lookup-pagina thru ex-lookup-pagina
025790       when agar-object = lkp-dopo-b
025790        move lkp-griglia to agar-widget
025790        move zeros       to brw-righe
025790        perform browse-next thru ex-browse-next
025790        perform lookup-pagina thru ex-lookup-pagina
025790       when agar-object = lkp-scegli-b
025790       when agar-object = lkp-griglia
025790        perform lookup-scegli thru ex-lookup-scegli
025790       when agar-object = lkp-annulla-b
025790        move "S" to lkp-stacca
025790        perform lookup-chiudi thru ex-lookup-chiudi
025790       when agar-object = lkp-finestra
025790        move space to lkp-stacca
025790        perform lookup-chiudi thru ex-lookup-chiudi
025790      end-evaluate.

025790      if lkp-scelto = "S"
025790       move 1     to agar-int
025790      else
025790       move zeros to agar-int
025790      end-if.

025790 ex-lookup-bottone.
025790      exit.

025790*
025790* the selected row into the code field and the fill fields,
025790* then the popup goes and the focus is back on the code
025790*
025790 lookup-scegli.

025790      move zeros to lkp-riga.
025790      perform varying lkp-i from 1 by 1
025790       until lkp-i > lkp-righe or lkp-riga > zeros
025790       compute foc-cur = lkp-i - 1
025790       call static "AG_TableRowSelected" using
025790        by value lkp-griglia
025790         by value foc-cur
025790          returning agar-boolean
025790       end-call
025790       if agar-boolean not = 0
025790        move lkp-i to lkp-riga
025790       end-if
025790      end-perform.

025790      if lkp-riga = zeros go to ex-lookup-scegli.

025790      set address of record-image
025790       to address of lkp-pagina(lkp-riga).
025790      move lkp-mappa(lkp-qui) to map-tail.
025790      move zeros to map-off lkp-n.

025790      perform lookup-riempi thru ex-lookup-riempi
025790       until map-tail = spaces.

025790      if frm-count > zeros and frm-in-corso not = "S"
025790       perform formula-aggiorna thru ex-formula-aggiorna.

025790      move lkp-ptr(lkp-qui) to lkp-bersaglio.
025790      move lkp-win(lkp-qui) to foc-win.

025790      move "S" to lkp-stacca.
025790      perform lookup-chiudi thru ex-lookup-chiudi.

025790      call "AG_WindowFocus" using
025790       by value foc-win returning omitted.
025790      call "AG_WidgetFocus" using
025790       by value lkp-bersaglio returning omitted.

025790      move lkp-bersaglio to agar-widget agar-object.
025790      move "S"           to lkp-scelto.

025790 ex-lookup-scegli.
025790      exit.

025790*
025790* one map field of the picked record: the first into the
025790* code field, the others into the widget "fill" names
025790*
025790 lookup-riempi.

025790      perform stacca-campo thru ex-stacca-campo.

025790      if map-name = spaces go to ex-lookup-riempi.

025790      add 1 to lkp-n.
025790      set lkp-bersaglio to null.

025790      if lkp-n = 1
025790       move lkp-ptr(lkp-qui) to agar-object
025790       perform cerca-registro thru ex-cerca-registro
025790       if reg-ind not = zeros
025790        move reg-ind          to lkp-reg
025790        move lkp-ptr(lkp-qui) to lkp-bersaglio
025790       end-if
025790      else
025790       perform lookup-bersaglio thru ex-lookup-bersaglio
025790      end-if.

025790      if lkp-bersaglio not = null
025790       perform lookup-scrivi thru ex-lookup-scrivi
025790      end-if.

025790      add map-size to map-off.

025790 ex-lookup-riempi.
025790      exit.

025790*
025790* the widget a "COLUMN:widget" pair of fill names for the
025790* column in map-name, in the window of the code field
025790*
025790 lookup-bersaglio.

025790      move lkp-riempi(lkp-qui) to lkp-opzione.

025790      perform until lkp-opzione = spaces
025790       or lkp-bersaglio not = null
025790       move spaces to lkp-coppia
025790       move 1      to lkp-punta
025790       unstring lkp-opzione delimited by "," into lkp-coppia
025790        with pointer lkp-punta
025790       end-unstring
025790       if lkp-punta > length of lkp-opzione
025790        move spaces                  to lkp-opzione
025790       else
025790        move lkp-opzione(lkp-punta:) to lkp-coda
025790        move lkp-coda                to lkp-opzione
025790       end-if
025790       move spaces to lkp-colonna lkp-widget
025790       unstring lkp-coppia delimited by ":"
025790        into lkp-colonna lkp-widget
025790       end-unstring
025790       if function upper-case(function trim(lkp-colonna))
025790        = function upper-case(map-name)
025790        perform varying lkp-j from 1 by 1
025790         until lkp-j > reg-count
025790         or lkp-bersaglio not = null
025790         if reg-win(lkp-j) = lkp-win(lkp-qui)
025790          and function upper-case(reg-name(lkp-j))
025790           = function upper-case(function trim(lkp-widget))
025790          move reg-ptr(lkp-j) to lkp-bersaglio
025790          move lkp-j          to lkp-reg
025790         end-if
025790        end-perform
025790       end-if
025790      end-perform.

025790 ex-lookup-bersaglio.
025790      exit.

025790*
025790* the value of the map field into the widget of lkp-reg, as
025790* bindrecord would, numbers converted either way as needed
025790*
025790 lookup-scrivi.

025790      move lkp-bersaglio to agar-object agar-widget.

025790      if map-numerico = "S" or map-quarto not = spaces
025790       perform campo-da-record thru ex-campo-da-record
025790       evaluate reg-class(lkp-reg)
025790        when "numerical"
025790         perform set-value thru ex-set-value
025790        when "text"
025790        when "date"
025790        when "combo"
025790         perform numero-in-testo thru ex-numero-in-testo
025790         if reg-class(lkp-reg) = "combo"
025790          perform set-value thru ex-set-value
025790         else
025790          perform set-text  thru ex-set-text
025790         end-if
025790        when other
025790         continue
025790       end-evaluate
025790      else
025790       evaluate reg-class(lkp-reg)
025790        when "numerical"
025790         move record-image(map-off + 1 : map-size)
025790           to conv-testo
025790         perform testo-in-numero thru ex-testo-in-numero
025790         move conv-num to agar-number
025790         perform set-value thru ex-set-value
025790        when "text"
025790        when "date"
025790         move record-image(map-off + 1 : map-size)
025790           to agar-text
025790         perform set-text  thru ex-set-text
025790        when "combo"
025790         move record-image(map-off + 1 : map-size)
025790           to agar-text
025790         perform set-value thru ex-set-value
025790        when other
025790         continue
025790       end-evaluate
025790      end-if.

025790      if frm-count > zeros
025790       move lkp-bersaglio to frm-sorgente
025790       perform formula-segna thru ex-formula-segna.

025790 ex-lookup-scrivi.
025790      exit.

025790*
025790* the popup goes: the browse slot is freed and the window is
025790* detached, unless it is already on its way (window-detached)
025790*
025790 lookup-chiudi.

025790      if lkp-aperto = zeros go to ex-lookup-chiudi.

025790      move lkp-griglia  to agar-widget.
025790      perform browse-chiudi thru ex-browse-chiudi.

025790      move lkp-finestra to lkp-vecchia.
025790      move zeros        to lkp-aperto lkp-righe.
025790      set lkp-finestra lkp-griglia lkp-prima-b lkp-dopo-b
025790          lkp-scegli-b lkp-annulla-b to null.

025790      if lkp-stacca = "S"
025790       call "AG_ObjectDetach" using by value lkp-vecchia
025790        returning omitted
025790      end-if.

025790 ex-lookup-chiudi.
025790      exit.

020030 agar-do-debug.
020040
020050      Display "---------------------------------------------".
020893 77 kd-meglio                usage binary-long.
020894 77 kd-lungo                 usage binary-long.
020895 77 kd-consumato             pic x.
020895 77 kd-codice                usage binary-long.
020895 77 kd-rango                 usage binary-long.
020895 77 kd-adatto                pic x.
020895 77 kd-somma                 usage binary-long.
020895 77 kd-i                     usage binary-long.
020895 77 kd-cifra                 pic 9.
020895 77 kd-controllo             pic 9.

020890 linkage section.

020900       perform il-burst thru ex-il-burst
020900       if kd-consumato = "S" go to dopo-scan
020900      end-if.
020900*
020900* F4 on a field with a lookup opens its prompt, and the key
020900* goes no further
020900*
020900      if key-sym = 285 and key-ctrl = space
020900       move key-win      to agar-object
020900       move "lookup-key" to agar-function
020900       call "agarcob"
020900       if agar-int = 1 go to dopo-scan
020900      end-if.

020900      perform varying ind from 1 by 1 until ind > acc-count
020901       if acc-win(ind) = key-win
020902       and acc-code(ind) = key-sym
020903       and acc-ctrl(ind) = key-ctrl
020904        move acc-nome(ind)  to tm-nome
020904        move "key"          to tm-evento
020904        move key-win        to tm-obj
020904        move "perf-start"   to agar-function
020904        call "agarcob"
020904        call acc-proc(ind) using by value evnt
020904        move "perf-stop"    to agar-function
020904        call "agarcob"
020905        move acc-nome(ind)  to agar-text
020906        move "audit-event"  to agar-function
020907        call "agarcob"

020950*
020951* the complete code goes to the program of its longest
020952* matching prefix; an empty prefix catches the rest.  a route
020952* that knows the codes of a label (length, check digit) only
020952* takes the ones that fit, and beats a plain route of the
020952* same prefix
020953*
020954 instrada-scan.
020955*
020955      move "scan-restore" to agar-function.
020956      call "agarcob".

020957      move zeros to kd-meglio.
020957      move -1    to kd-lungo.
020957      compute kd-codice = scan-punta - 1.

020956      perform varying kd-pfx from 1 by 1
020957       until kd-pfx > scan-pfx-count
020958       perform scan-adatto thru ex-scan-adatto
020963       if kd-adatto = "S"
020965        and kd-rango > kd-lungo
020966        move kd-pfx           to kd-meglio
020967        move kd-rango         to kd-lungo
020969       end-if
020970      end-perform.

020973      compute resto = scan-punta - 1.
020974      move scan-buffer(1:resto) to agar-text.

020975      move sp-nome(kd-meglio) to tm-nome.
020975      move "scan"             to tm-evento.
020975      move key-win            to tm-obj.
020975      move "perf-start"       to agar-function.
020975      call "agarcob".

020975      call sp-proc(kd-meglio) using by value evnt.

020975      move "perf-stop"        to agar-function.
020975      call "agarcob".

020976      move sp-nome(kd-meglio) to agar-text.
020977      move "audit-event"      to agar-function.
020978      call "agarcob".
020979 ex-instrada-scan.
020980      exit.

020980 scan-adatto.

020980      move space to kd-adatto.

020980      if sp-lung(kd-pfx) > zeros
020980       if sp-lung(kd-pfx) > kd-codice
020980        go to ex-scan-adatto
020980       end-if
020980       if scan-buffer(1:sp-lung(kd-pfx))
020980        not = sp-prefisso(kd-pfx)(1:sp-lung(kd-pfx))
020980        go to ex-scan-adatto
020980       end-if
020980      end-if.

020980      compute kd-rango = sp-lung(kd-pfx) * 2.

020980      if sp-min(kd-pfx) > zeros
020980       or sp-max(kd-pfx) > zeros
020980       or sp-tipo(kd-pfx) not = spaces
020980       add 1 to kd-rango.

020980      if sp-min(kd-pfx) > zeros
020980       and kd-codice < sp-min(kd-pfx)
020980       go to ex-scan-adatto.

020980      if sp-max(kd-pfx) > zeros
020980       and kd-codice > sp-max(kd-pfx)
020980       go to ex-scan-adatto.

020980      if sp-tipo(kd-pfx) = "EAN13"
020980       if kd-codice not = 13
020980        or scan-buffer(1:13) is not numeric
020980        go to ex-scan-adatto
020980       end-if
020980       move zeros to kd-somma
020980       perform varying kd-i from 1 by 1 until kd-i > 12
020980        move scan-buffer(kd-i:1) to kd-cifra
020980        if function mod(kd-i, 2) = zero
020980         compute kd-somma = kd-somma + kd-cifra * 3
020980        else
020980         add kd-cifra to kd-somma
020980        end-if
020980       end-perform
020980       compute kd-controllo =
020980        function mod(10 - function mod(kd-somma, 10), 10)
020980       move scan-buffer(13:1) to kd-cifra
020980       if kd-cifra not = kd-controllo
020980        go to ex-scan-adatto
020980       end-if
020980      end-if.

020980      move "S" to kd-adatto.

020980 ex-scan-adatto.
020980      exit.

020981 end program KeyDispatch.

020910 identification division.
021018      exit program.
021019 end program StatusClock.

021019 identification division.
021019 program-id. StatusOutbox.
021019*
021019* ten second timer relay of the status bar: asks agarcob the
021019* outbox depth and rewrites every "outbox" zone with it; the
021019* exchange fields of the running screen are put back after
021019*
021019 data division.
021019 working-storage section.

021019      copy "global".
021019      copy "agarreg".

021019 77 so-function              pic x(100).
021019 77 so-text                  pic x(512).
021019 77 so-int                   pic 9(5).
021019 77 so-return-code           pic s9(5).
021019 77 so-testo                 pic x(40).
021019 77 ind                      usage binary-long.

021019 procedure division.

021019      move agar-function    to so-function.
021019      move agar-text        to so-text.
021019      move agar-int         to so-int.
021019      move agar-return-code to so-return-code.

021019      move "outbox-depth" to agar-function.
021019      call "agarcob".

021019      move spaces to so-testo.
021019      if agar-int = zero
021019       move x"00" to so-testo(2:1)
021019      else
021019       string function trim(agar-text) x"00"
021019        delimited by size into so-testo
021019      end-if.

021019      perform varying ind from 1 by 1 until ind > sbar-count
021019       if function lower-case(sbar-name(ind)) = "outbox"
021019        call static "AG_LabelText" using
021019         by value sbar-lbl(ind)
021019          by reference so-testo
021019        end-call
021019       end-if
021019      end-perform.

021019      move so-function    to agar-function.
021019      move so-text        to agar-text.
021019      move so-int         to agar-int.
021019      move so-return-code to agar-return-code.

021019      move 10000 to return-code.

021019      exit program.
021019 end program StatusOutbox.


021030 identification division.
021031 program-id. FieldChanged.
021083       move fc-testo        to reg-ultimo(ind)
021083      end-if.

021083*
021083* the computed fields that read this one are worked out again
021083* before the event program looks at them
021083*
021083      move field-widget      to agar-object.
021083      move "formula-changed" to agar-function.
021083      call "agarcob".

021084      if reg-changed-proc(ind) not = null
021085       move reg-changed-nome(ind) to tm-nome
021085       move "changed"      to tm-evento
021085       move field-widget   to tm-obj
021085       move "perf-start"   to agar-function
021085       call "agarcob"
021085       call reg-changed-proc(ind) using by value evnt
021085       move "perf-stop"    to agar-function
021085       call "agarcob"
021086      end-if.

021087 fine-fieldchanged.
021102*
021103* relay for the "exit-field" wiring: same value loading as
021104* FieldChanged, but a date widget holding an impossible date
021105* keeps the focus and the event program does not run -- and
021105* so does a code field whose code its lookup master lacks
021106*
021107 data division.
021108 working-storage section.
021162        by value field-widget returning omitted
021163       go to fine-fieldexit
021164      end-if.
021164*
021164* a code field with a lookup keeps the focus while its code
021164* is not in the master
021164*
021164      move field-widget   to agar-object.
021164      move "lookup-check" to agar-function.
021164      call "agarcob".

021164      if agar-return-code > zero go to fine-fieldexit.

021164      if agar-return-code < zero
021164       move "Il codice inserito non esiste" to agar-text
021164       move "set-error"       to agar-function
021164       call "agarcob"
021164       call "AG_WidgetFocus" using
021164        by value field-widget returning omitted
021164       go to fine-fieldexit
021164      end-if.

021165      if reg-exitfld-proc(ind) not = null
021166       move reg-exitfld-nome(ind) to tm-nome
021166       move "exit-field"   to tm-evento
021166       move field-widget   to tm-obj
021166       move "perf-start"   to agar-function
021166       call "agarcob"
021166       call reg-exitfld-proc(ind) using by value evnt
021166       move "perf-stop"    to agar-function
021166       call "agarcob"
021167      end-if.

021168 fine-fieldexit.
021181 program-id. EventRelay.
021182*
021183* relay registered in place of the bound event program while
021184* the audit journal or the performance log is active: writes
021185* the invocation record and then calls the program the screen
021185* wired, timed for the performance log
021186*
021187 data division.
021188 working-storage section.
021230      call "agarcob".

021231      if evt-proc(ind) not = null
021232       move evt-nome(ind)   to tm-nome
021232       move relay-evento    to tm-evento
021232       move relay-obj       to tm-obj
021232       move "perf-start"    to agar-function
021232       call "agarcob"
021232       call evt-proc(ind) using by value evnt
021232       move "perf-stop"     to agar-function
021232       call "agarcob"
021233      end-if.

021234 fine-eventrelay.
021481      end-perform.

021482      if cal-proc(cd-cal) not = null
021483       move cal-nome(cd-cal)  to tm-nome
021483       move "calendar-day"    to tm-evento
021483       move cal-fixed(cd-cal) to tm-obj
021483       move "perf-start"      to agar-function
021483       call "agarcob"
021483       call cal-proc(cd-cal) using by value evnt
021483       move "perf-stop"       to agar-function
021483       call "agarcob"
021484      end-if.

021485 fine-calendarday.

021672      exit program.
021673 end program CycleWin.

021680 identification division.
021681 program-id. LookupButton.
021682*
021683* relay of the F4 lookup popup: buttons, double click and
021684* closing go to agarcob; a pick comes back with the code field
021685* in agar-widget, and its exit-field program runs here as
021686* FieldExit would run it
021687*
021688 data division.
021689 working-storage section.

021690      copy "global".
021691      copy "agarreg".

021692 01 ag-event based.
021693     05 event-name          pic x(32).
021694     05 event-flags         usage binary-long unsigned sync.
021695     05 event-function      pic x(624) sync.
021696     05 filler              pic x(4).
021697     05 event-argc          usage binary-long sync.
021698     05 event-argc0         usage binary-long sync.
021699     05 filler              pic x(8).
021700     05 event-argv occurs 7 times.
021701         10 variable-name     pic x(36).
021702         10 variable-type     usage binary-long sync.
021703         10 variable-mutex    usage pointer sync.
021704         10 variable-info.
021705             15 variable-key  usage pointer.
021706             15 variable-var  usage pointer.
021707         10 variable-function pic x(624).
021708         10 variable-data.
021709             15 variable-ptr  usage pointer.
021710             15 filler        pic x(8).
021711         10 variable-vars     pic x(16).
021712     05 events              pic x(16).

021713 77 field-widget             usage pointer.
021714 77 ind                      usage binary-long.

021715 linkage section.

021716 01 evnt usage pointer.

021717 procedure division using by value evnt.

021718      set address of ag-event to evnt.

021719      move variable-ptr(1)    to agar-object.
021720      move "lookup-button"    to agar-function.
021721      call "agarcob".

021722      if agar-int not = 1 go to fine-lookupbutton.

021723      move agar-widget to field-widget.

021724      perform varying ind from 1 by 1 until ind > reg-count
021725       or reg-ptr(ind) = field-widget
021726       continue
021727      end-perform.

021728      if ind > reg-count go to fine-lookupbutton.

021729      if reg-exitfld-proc(ind) = null go to fine-lookupbutton.

021730      move field-widget to agar-object agar-widget.

021731      evaluate reg-class(ind)
021732       when "numerical"
021733       when "combo"
021734        move "get-value" to agar-function
021735       when other
021736        move "get-text"  to agar-function
021737      end-evaluate.

021738      call "agarcob".

021739      inspect agar-text replacing all x"00" by space.

021740      move reg-exitfld-nome(ind) to tm-nome.
021741      move "exit-field"   to tm-evento.
021742      move field-widget   to tm-obj.
021743      move "perf-start"   to agar-function.
021744      call "agarcob".
021745      call reg-exitfld-proc(ind) using by value evnt.
021746      move "perf-stop"    to agar-function.
021747      call "agarcob".

021748 fine-lookupbutton.

021749      exit program.
021750 end program LookupButton.
