000030*
000040* spool manager for the print verb listings
000050*
000052* FIRST 02 SEPTEMBER 2026  0.1.0  LAST 15.10.2026
000054*
000056* 15.10.2026 listings delivered by mail along distribution.cfg,
000058*            from the screen or "agarspool mail"; delivery log
000060*            and mail queue retried by "agarspool retry"
000062* 15.10.2026 "agarspool mail" takes the recipients in place of
000064*            the printer name, for listings routed by value
000070*
000080* Copyright (C) 2012-2026 Federico Priolo TP ONE SRL
000090*
000330* rendition for the documents that go out by mail.  the spool
000340* directory comes from GuiCOBOLspooldir, default the current
000350* one.
000351* the mail itself goes out from here too: distribution.cfg,
000352* next to printers.cfg, holds "name;recipients;subject;body"
000353* lines, name a listing (the spool file without .prt) or a
000354* printer name, recipients separated by ",", "|" a new line
000355* of the body.  the listing leaves as a PDF attachment through
000356* the mailer of the station (GuiCOBOLmailer, default
000357* "/usr/sbin/sendmail -t -oi", sender GuiCOBOLmailfrom);
000358* mail.log keeps who sent which file to whom and how it went,
000359* what the mailer refused waits in mail.queue.  batch runs:
000360*     agarspool mail <spool file> [printer]
000361*     agarspool mail <spool file> <recipients>
000362*                              (an "@" in it: no lookup needed)
000363*     agarspool retry          the queue again, for cron
000364*---------------------------------------------------------------------

000370 data division.


000400 77 spl-comando                  pic x(512).
000410 77 spl-rc                       usage binary-long.
000412 77 spl-parametro                pic x(256).
000414 77 spl-verbo                    pic x(16).
000416 77 spl-destino                  pic x(256).
000418 77 spl-chiocciole               usage binary-long.

000420 01 spool-banco                  external.
000430    05 spl-grid                  usage pointer.
000450    05 spl-dir                   pic x(120).
000460    05 spl-lista                 pic x(200).

000461 01 posta-banco                  external.
000462    05 pst-spool                 pic x(200).
000463    05 pst-stampante             pic x(32).
000464    05 pst-riprova               pic x.
000465    05 pst-esito                 pic x.
000466    05 pst-messaggio             pic x(120).
000467    05 pst-destinatari           pic x(256).

000470 procedure division.

000480     accept spl-dir from environment "GuiCOBOLspooldir"
000520     string function trim(spl-dir) "/spool.lst"
000530      delimited by size into spl-lista.

000531     accept spl-parametro from command-line.
000532     move spaces to spl-verbo pst-spool pst-stampante
000533                    pst-destinatari spl-destino.
000534     unstring spl-parametro delimited by all space
000535      into spl-verbo pst-spool spl-destino
000536     end-unstring.

000537     move zero to spl-chiocciole.
000538     inspect spl-destino tallying spl-chiocciole for all "@".
000539     if spl-chiocciole > zero
000540      move spl-destino to pst-destinatari
000541     else
000542      move spl-destino(1:32) to pst-stampante
000543     end-if.

000544     evaluate function lower-case(spl-verbo)
000545      when "mail"
000546       if pst-spool = spaces
000547        display "usage: agarspool mail <spool file> "
000548                "[printer | recipients]"
000549        move 1 to return-code
000550        goback
000551       end-if
000552       if pst-spool(1:1) not = "/"
000553        and spl-dir not = "."
000554        move spaces to spl-parametro
000555        string function trim(spl-dir) "/" function trim(pst-spool)
000556         delimited by size into spl-parametro
000557        move spl-parametro to pst-spool
000558       end-if
000559       move space to pst-riprova
000560       call "agarspool-posta"
000561       display "agarspool: " function trim(pst-messaggio)
000562       if pst-esito = "S"
000563        move 0 to return-code
000564       else
000565        move 1 to return-code
000566       end-if
000567       goback
000568      when "retry"
000569       call "agarspool-riprova"
000570       display "agarspool: " function trim(pst-messaggio)
000571       if pst-esito = "S"
000572        move 0 to return-code
000573       else
000574        move 1 to return-code
000575       end-if
000576       goback
000577     end-evaluate.

000578     move "addform" to agar-function.
000579     call "agarcob".
000580     move agar-form to agar-object agar-widget.
000581     move "Gestione spool" to agar-text.
000582     move "set-caption" to agar-function.
000590     call "agarcob".

000600     move agar-form to agar-object.
000850     move "PDF" to agar-text.
000860     move "SpoolPdf" to agar-procedure.
000870     move "addbuttonto" to agar-function.
000871     call "agarcob".

000872     move agar-form to agar-object.
000873     move "Email" to agar-text.
000874     move "SpoolMail" to agar-procedure.
000875     move "addbuttonto" to agar-function.
000876     call "agarcob".

000877     move agar-form to agar-object.
000878     move "Riprova email" to agar-text.
000879     move "SpoolMailRetry" to agar-procedure.
000880     move "addbuttonto" to agar-function.
000881     call "agarcob".

000890     move agar-form to agar-object.
000900     move "Aggiorna" to agar-text.
003660     exit program.

003670 end program SpoolPdf.

003680 identification division.
003690 program-id. SpoolMail.
003700*
003710* the selected listing by mail, routed by its name or by the
003720* printer name typed on the screen
003730*
003740 data division.

003750 working-storage section.

003760     copy "global".

003770 01 spool-banco                  external.
003780    05 spl-grid                  usage pointer.
003790    05 spl-stampante             usage pointer.
003800    05 spl-dir                   pic x(120).
003810    05 spl-lista                 pic x(200).

003820 01 posta-banco                  external.
003830    05 pst-spool                 pic x(200).
003840    05 pst-stampante             pic x(32).
003850    05 pst-riprova               pic x.
003860    05 pst-esito                 pic x.
003870    05 pst-messaggio             pic x(120).
003880    05 pst-destinatari           pic x(256).

003890 procedure division.

003900     move spl-grid to agar-widget agar-object.
003910     move "get-selected" to agar-function.
003920     call "agarcob".

003930     if agar-int = zero
003940      move "Scegliere un file di spool" to agar-text
003950      move "set-info" to agar-function
003960      call "agarcob"
003970      goback
003980     end-if.

003990     move function trim(agar-text) to pst-spool.

004000     move spl-stampante to agar-widget agar-object.
004010     move "get-text" to agar-function.
004020     call "agarcob".
004030     inspect agar-text replacing all x"00" by space.
004040     move agar-text(1:32) to pst-stampante.
004050     move spaces to pst-destinatari.

004060     move space to pst-riprova.
004070     call "agarspool-posta".

004080     move pst-messaggio to agar-text.
004090     if pst-esito = "S"
004100      move "set-info" to agar-function
004110     else
004120      move "set-error" to agar-function
004130     end-if.
004140     call "agarcob".

004150     exit program.

004160 end program SpoolMail.

004170 identification division.
004180 program-id. SpoolMailRetry.
004190*
004200* the mail queue sent again from the screen
004210*
004220 data division.

004230 working-storage section.

004240     copy "global".

004250 01 posta-banco                  external.
004260    05 pst-spool                 pic x(200).
004270    05 pst-stampante             pic x(32).
004280    05 pst-riprova               pic x.
004290    05 pst-esito                 pic x.
004300    05 pst-messaggio             pic x(120).
004310    05 pst-destinatari           pic x(256).

004320 procedure division.

004330     call "agarspool-riprova".

004340     move pst-messaggio to agar-text.
004350     if pst-esito = "S"
004360      move "set-info" to agar-function
004370     else
004380      move "set-warning" to agar-function
004390     end-if.
004400     call "agarcob".

004410     exit program.

004420 end program SpoolMailRetry.

004430 identification division.
004440 program-id. agarspool-posta.
004450*
004460* one listing by mail: the distribution.cfg entry of its name,
004470* or else of the printer name, gives recipients, subject and
004480* body; the PDF is made when missing, the message built with
004490* the PDF attached goes to the mailer, mail.log takes the
004500* outcome and a refused send waits in mail.queue (unless this
004510* already is a pass over the queue)
004520*
004530 environment division.
004540 input-output section.
004550 file-control.

004560     select optional ark-dist assign to dist-file
004570      organization is line sequential
004580      file status  is dist-stato.

004590     select ark-msg assign to msg-file
004600      organization is line sequential
004610      file status  is msg-stato.

004620     select optional ark-mlog assign to mlog-file
004630      organization is line sequential
004640      file status  is mlog-stato.

004650     select optional ark-mcoda assign to mcoda-file
004660      organization is line sequential
004670      file status  is mcoda-stato.

004680 data division.

004690 file section.

004700 fd ark-dist.
004710 01 rec-dist.
004720    02 dati-dist                 pic x(512).

004730 fd ark-msg.
004740 01 rec-msg.
004750    02 dati-msg                  pic x(512).

004760 fd ark-mlog.
004770 01 rec-mlog.
004780    02 dati-mlog                 pic x(512).

004790 fd ark-mcoda.
004800 01 rec-mcoda.
004810    02 dati-mcoda                pic x(400).

004820 working-storage section.

004830     copy "global".

004840 77 dist-file                    pic x(200).
004850 77 dist-stato                   pic xx.
004860 77 dist-eof                     pic x.
004870 77 msg-file                     pic x(210).
004880 77 msg-stato                    pic xx.
004890 77 mlog-file                    pic x(200).
004900 77 mlog-stato                   pic xx.
004910 77 mcoda-file                   pic x(200).
004920 77 mcoda-stato                  pic xx.
004930 77 mcoda-eof                    pic x.
004940 77 pst-comando                  pic x(1024).
004950 77 pst-rc                       usage binary-long.
004960 77 pst-rc-edit                  pic -(4)9.
004970 77 pst-i                        usage binary-long.
004980 77 pst-j                        usage binary-long.
004990 77 pst-p                        usage binary-long.
005000 77 pst-base                     pic x(120).
005010 77 pst-nome                     pic x(120).
005020 77 pst-pdf                      pic x(210).
005030 77 pst-allegato                 pic x(130).
005040 77 pst-mailer                   pic x(200).
005050 77 pst-mittente                 pic x(120).
005060 77 pst-utente                   pic x(32).
005070 77 pst-esito-log                pic x(40).
005080 77 pst-riga                     pic x(512).
005090 77 pst-gia                      pic x.
005100 77 oggi                         pic 9(8).
005110 77 adesso                       pic 9(8).
005120 77 pst-confine                  pic x(24)
005130    value "=_GuiCOBOL_spool_mail_=".
005140*
005150* the entry found: by the listing name, else by the printer
005160*
005170 01 dist-riga.
005180    05 dist-nome                 pic x(120).
005190    05 dist-destinatari          pic x(256).
005200    05 dist-oggetto              pic x(120).
005210    05 dist-testo                pic x(512).
005220 01 dist-scelta.
005230    05 dst-trovato               pic x.
005240    05 dst-destinatari           pic x(256).
005250    05 dst-oggetto               pic x(120).
005260    05 dst-testo                 pic x(512).
005270 01 dist-ripiego.
005280    05 rip-trovato               pic x.
005290    05 rip-destinatari           pic x(256).
005300    05 rip-oggetto               pic x(120).
005310    05 rip-testo                 pic x(512).

005320 01 spool-banco                  external.
005330    05 spl-grid                  usage pointer.
005340    05 spl-stampante             usage pointer.
005350    05 spl-dir                   pic x(120).
005360    05 spl-lista                 pic x(200).

005370 01 posta-banco                  external.
005380    05 pst-spool                 pic x(200).
005390    05 pst-stampante             pic x(32).
005400    05 pst-riprova               pic x.
005410    05 pst-esito                 pic x.
005420    05 pst-messaggio             pic x(120).
005430    05 pst-destinatari           pic x(256).

005440 procedure division.

005450     move "N"    to pst-esito.
005460     move spaces to pst-messaggio pst-esito-log.

005470     if spl-dir = spaces
005480      accept spl-dir from environment "GuiCOBOLspooldir"
005490      end-accept
005500      if spl-dir = spaces move "." to spl-dir end-if
005510     end-if.

005520     perform nome-listato thru ex-nome-listato.
005530     perform cerca-distribuzione thru ex-cerca-distribuzione.

005540     if pst-destinatari not = spaces
005550      move "S"             to dst-trovato
005560      move pst-destinatari to dst-destinatari
005570     end-if.

005580     if dst-trovato = "S"
005590      perform completa-distribuzione
005600         thru ex-completa-distribuzione.

005610     if dst-trovato not = "S"
005620      move "NO ROUTE" to pst-esito-log
005630      move spaces to pst-messaggio
005640      string "nessuna distribuzione per "
005650             function trim(pst-nome)
005660             delimited by size into pst-messaggio
005670      perform scrivi-log thru ex-scrivi-log
005680      exit program
005690     end-if.

005700     perform prepara-pdf thru ex-prepara-pdf.

005710     if pst-rc = zero
005720      perform componi-messaggio thru ex-componi-messaggio
005730     end-if.

005740     if pst-rc = zero
005750      perform invia thru ex-invia
005760     end-if.

005770     perform scrivi-log thru ex-scrivi-log.

005780     if pst-esito not = "S" and pst-riprova not = "S"
005790      perform accoda thru ex-accoda
005800     end-if.

005810     exit program.

005820*
005830* the listing name: the spool file without its directory and
005840* without .prt
005850*
005860 nome-listato.

005870     perform varying pst-i from length of pst-spool by -1
005880      until pst-i = zero or pst-spool(pst-i:1) = "/"
005890      continue
005900     end-perform.

005910     move spaces to pst-base.
005920     move pst-spool(pst-i + 1:) to pst-base.
005930     move pst-base to pst-nome.

005940     perform varying pst-j from length of pst-base by -1
005950      until pst-j = zero or pst-base(pst-j:1) not = space
005960      continue
005970     end-perform.

005980     if pst-j > 4 and pst-base(pst-j - 3:4) = ".prt"
005990      move spaces to pst-nome(pst-j - 3:).

006000     move spaces to pst-pdf pst-allegato.
006010     string function trim(pst-spool) ".pdf"
006020      delimited by size into pst-pdf.
006030     string function trim(pst-base) ".pdf"
006040      delimited by size into pst-allegato.

006050 ex-nome-listato.
006060     exit.

006070 cerca-distribuzione.

006080     move spaces to dist-scelta dist-ripiego.

006090     move spaces to dist-file.
006100     string function trim(spl-dir) "/distribution.cfg"
006110      delimited by size into dist-file.

006120     open input ark-dist.

006130     if dist-stato not = "00"
006140      if dist-stato = "05" close ark-dist end-if
006150      go to ex-cerca-distribuzione.

006160     move space to dist-eof.
006170     perform until dist-eof = "S"
006180      read ark-dist next at end
006190       move "S" to dist-eof
006200      end-read
006210      if dist-eof not = "S"
006220       and dati-dist not = spaces
006230       and dati-dist(1:1) not = "#"
006240       perform riga-distribuzione thru ex-riga-distribuzione
006250      end-if
006260     end-perform.

006270     close ark-dist.

006280     if dst-trovato not = "S" and rip-trovato = "S"
006290      move dist-ripiego to dist-scelta.

006300 ex-cerca-distribuzione.
006310     exit.

006320 completa-distribuzione.

006330     if dst-oggetto = spaces
006340      string "Listato " function trim(pst-nome)
006350       delimited by size into dst-oggetto.

006360     if dst-testo = spaces
006370      string "In allegato il listato " function trim(pst-nome)
006380             "." delimited by size into dst-testo.

006390 ex-completa-distribuzione.
006400     exit.

006410 riga-distribuzione.

006420     move spaces to dist-riga.
006430     move 1 to pst-p.
006440     unstring dati-dist delimited by ";"
006450      into dist-nome dist-destinatari dist-oggetto
006460      with pointer pst-p
006470     end-unstring.
006480     if pst-p not > length of dati-dist
006490      move dati-dist(pst-p:) to dist-testo.

006500     if dist-destinatari = spaces go to ex-riga-distribuzione.

006510     if dist-nome = pst-nome and dst-trovato not = "S"
006520      move "S"              to dst-trovato
006530      move dist-destinatari to dst-destinatari
006540      move dist-oggetto     to dst-oggetto
006550      move dist-testo       to dst-testo
006560     end-if.

006570     if pst-stampante not = spaces
006580      and dist-nome = pst-stampante and rip-trovato not = "S"
006590      move "S"              to rip-trovato
006600      move dist-destinatari to rip-destinatari
006610      move dist-oggetto     to rip-oggetto
006620      move dist-testo       to rip-testo
006630     end-if.

006640 ex-riga-distribuzione.
006650     exit.

006660*
006670* the PDF the SpoolPdf button would make, when there is none
006680*
006690 prepara-pdf.

006700     move spaces to pst-comando.
006710     string "test -s '" function trim(pst-pdf) "' || "
006720            "enscript -B -o - '" function trim(pst-spool)
006730            "' 2>/dev/null | ps2pdf - '" function trim(pst-pdf)
006740            "'"
006750            delimited by size into pst-comando.

006760     call "SYSTEM" using function trim(pst-comando)
006770      returning pst-rc.

006780     if pst-rc not = zero
006790      move "NO PDF" to pst-esito-log
006800      move spaces to pst-messaggio
006810      string "PDF non prodotto per " function trim(pst-nome)
006820             " (serve enscript)"
006830             delimited by size into pst-messaggio.

006840 ex-prepara-pdf.
006850     exit.

006860*
006870* the message: headers, the text part and the PDF in base64
006880*
006890 componi-messaggio.

006900     move spaces to msg-file.
006910     string function trim(pst-spool) ".mail"
006920      delimited by size into msg-file.

006930     open output ark-msg.

006940     if msg-stato not = "00"
006950      move 1 to pst-rc
006960      move "NO MESSAGE" to pst-esito-log
006970      move spaces to pst-messaggio
006980      string "messaggio non scrivibile: " function trim(msg-file)
006990       delimited by size into pst-messaggio
007000      go to ex-componi-messaggio.

007010     move spaces to pst-mittente.
007020     accept pst-mittente from environment "GuiCOBOLmailfrom"
007030     end-accept.

007040     move spaces to pst-riga.
007050     string "To: " function trim(dst-destinatari)
007060      delimited by size into pst-riga.
007070     perform scrivi-msg thru ex-scrivi-msg.

007080     if pst-mittente not = spaces
007090      move spaces to pst-riga
007100      string "From: " function trim(pst-mittente)
007110       delimited by size into pst-riga
007120      perform scrivi-msg thru ex-scrivi-msg
007130     end-if.

007140     move spaces to pst-riga.
007150     string "Subject: " function trim(dst-oggetto)
007160      delimited by size into pst-riga.
007170     perform scrivi-msg thru ex-scrivi-msg.

007180     move "MIME-Version: 1.0" to pst-riga.
007190     perform scrivi-msg thru ex-scrivi-msg.

007200     move spaces to pst-riga.
007210     string "Content-Type: multipart/mixed; boundary="
007220            x"22" function trim(pst-confine) x"22"
007230            delimited by size into pst-riga.
007240     perform scrivi-msg thru ex-scrivi-msg.

007250     move spaces to pst-riga.
007260     perform scrivi-msg thru ex-scrivi-msg.

007270     perform confine thru ex-confine.

007280     move "Content-Type: text/plain; charset=UTF-8" to pst-riga.
007290     perform scrivi-msg thru ex-scrivi-msg.
007300     move spaces to pst-riga.
007310     perform scrivi-msg thru ex-scrivi-msg.

007320     move 1 to pst-p.
007330     perform until pst-p > length of dst-testo
007340      or dst-testo(pst-p:) = spaces
007350      move spaces to pst-riga
007360      unstring dst-testo delimited by "|"
007370       into pst-riga with pointer pst-p
007380      end-unstring
007390      perform scrivi-msg thru ex-scrivi-msg
007400     end-perform.

007410     move spaces to pst-riga.
007420     perform scrivi-msg thru ex-scrivi-msg.

007430     perform confine thru ex-confine.

007440     move spaces to pst-riga.
007450     string "Content-Type: application/pdf; name="
007460            x"22" function trim(pst-allegato) x"22"
007470            delimited by size into pst-riga.
007480     perform scrivi-msg thru ex-scrivi-msg.

007490     move spaces to pst-riga.
007500     string "Content-Disposition: attachment; filename="
007510            x"22" function trim(pst-allegato) x"22"
007520            delimited by size into pst-riga.
007530     perform scrivi-msg thru ex-scrivi-msg.

007540     move "Content-Transfer-Encoding: base64" to pst-riga.
007550     perform scrivi-msg thru ex-scrivi-msg.
007560     move spaces to pst-riga.
007570     perform scrivi-msg thru ex-scrivi-msg.

007580     close ark-msg.

007590     move spaces to pst-comando.
007600     string "base64 '" function trim(pst-pdf) "' >> '"
007610            function trim(msg-file) "' 2>/dev/null"
007620            delimited by size into pst-comando.
007630     call "SYSTEM" using function trim(pst-comando)
007640      returning pst-rc.

007650     if pst-rc not = zero
007660      move "NO PDF" to pst-esito-log
007670      move spaces to pst-messaggio
007680      string "PDF non leggibile: " function trim(pst-pdf)
007690       delimited by size into pst-messaggio
007700      call "CBL_DELETE_FILE" using msg-file
007710      go to ex-componi-messaggio.

007720     open extend ark-msg.
007730     move spaces to pst-riga.
007740     string "--" function trim(pst-confine) "--"
007750      delimited by size into pst-riga.
007760     perform scrivi-msg thru ex-scrivi-msg.
007770     close ark-msg.

007780 ex-componi-messaggio.
007790     exit.

007800 confine.

007810     move spaces to pst-riga.
007820     string "--" function trim(pst-confine)
007830      delimited by size into pst-riga.
007840     perform scrivi-msg thru ex-scrivi-msg.

007850 ex-confine.
007860     exit.

007870 scrivi-msg.

007880     move pst-riga to dati-msg.
007890     write rec-msg.

007900 ex-scrivi-msg.
007910     exit.

007920*
007930* the message to the mailer; its exit code is the outcome
007940*
007950 invia.

007960     move spaces to pst-mailer.
007970     accept pst-mailer from environment "GuiCOBOLmailer"
007980     end-accept.
007990     if pst-mailer = spaces
008000      move "/usr/sbin/sendmail -t -oi" to pst-mailer.

008010     move spaces to pst-comando.
008020     string function trim(pst-mailer) " < '"
008030            function trim(msg-file) "' > /dev/null 2>&1"
008040            delimited by size into pst-comando.
008050     call "SYSTEM" using function trim(pst-comando)
008060      returning pst-rc.

008070     call "CBL_DELETE_FILE" using msg-file.

008080     move spaces to pst-messaggio.
008090     if pst-rc = zero
008100      move "S"    to pst-esito
008110      move "SENT" to pst-esito-log
008120      string "Inviato a " function trim(dst-destinatari)
008130       delimited by size into pst-messaggio
008140     else
008150      divide pst-rc by 256 giving pst-rc
008160      move pst-rc to pst-rc-edit
008170      string "FAILED rc " function trim(pst-rc-edit)
008180       delimited by size into pst-esito-log
008190      string "Invio fallito (mailer rc "
008200             function trim(pst-rc-edit) "), in coda"
008210             delimited by size into pst-messaggio
008220     end-if.

008230 ex-invia.
008240     exit.

008250*
008260* mail.log: date, time, user, listing, recipients, outcome
008270*
008280 scrivi-log.

008290     move "get-user" to agar-function.
008300     call "agarcob".
008310     inspect agar-text replacing all x"00" by space.
008320     move agar-text(1:32) to pst-utente.

008330     move spaces to mlog-file.
008340     string function trim(spl-dir) "/mail.log"
008350      delimited by size into mlog-file.

008360     open extend ark-mlog.
008370     if mlog-stato not = "00" and mlog-stato not = "05"
008380      go to ex-scrivi-log.

008390     accept oggi   from date yyyymmdd.
008400     accept adesso from time.

008410     if pst-riprova = "S"
008420      move spaces to pst-riga
008430      string function trim(pst-esito-log) " (retry)"
008440       delimited by size into pst-riga
008450      move pst-riga to pst-esito-log
008460     end-if.

008470     move spaces to rec-mlog.
008480     string oggi " " adesso(1:6) " "
008490            function trim(pst-utente) ";"
008500            function trim(pst-spool) ";"
008510            function trim(dst-destinatari) ";"
008520            function trim(pst-esito-log)
008530            delimited by size into dati-mlog.
008540     write rec-mlog.

008550     close ark-mlog.

008560 ex-scrivi-log.
008570     exit.

008580*
008590* mail.queue: "spool;printer or recipients;attempts;queued on;
008600* last outcome",
008610* a listing already waiting is not queued twice
008620*
008630 accoda.

008640     move spaces to mcoda-file.
008650     string function trim(spl-dir) "/mail.queue"
008660      delimited by size into mcoda-file.

008670     move space to pst-gia.

008680     open input ark-mcoda.
008690     if mcoda-stato = "00"
008700      move space to mcoda-eof
008710      perform until mcoda-eof = "S"
008720       read ark-mcoda next at end
008730        move "S" to mcoda-eof
008740       end-read
008750       if mcoda-eof not = "S"
008760        move spaces to pst-riga
008770        unstring dati-mcoda delimited by ";" into pst-riga
008780        end-unstring
008790        if pst-riga = pst-spool
008800         move "S" to pst-gia
008810        end-if
008820       end-if
008830      end-perform
008840     end-if.
008850     if mcoda-stato = "00" or mcoda-stato = "05"
008860      or mcoda-stato = "10"
008870      close ark-mcoda.

008880     if pst-gia = "S" go to ex-accoda.

008890     open extend ark-mcoda.
008900     if mcoda-stato not = "00" and mcoda-stato not = "05"
008910      go to ex-accoda.

008920     accept oggi   from date yyyymmdd.
008930     accept adesso from time.

008940     move spaces to rec-mcoda.
008950     if pst-destinatari not = spaces
008960      string function trim(pst-spool) ";"
008970             function trim(pst-destinatari) ";1;"
008980             oggi " " adesso(1:6) ";"
008990             function trim(pst-esito-log)
009000             delimited by size into dati-mcoda
009010     else
009020      string function trim(pst-spool) ";"
009030             function trim(pst-stampante) ";1;"
009040             oggi " " adesso(1:6) ";"
009050             function trim(pst-esito-log)
009060             delimited by size into dati-mcoda
009070     end-if.
009080     write rec-mcoda.

009090     close ark-mcoda.

009100 ex-accoda.
009110     exit.

009120 end program agarspool-posta.

009130 identification division.
009140 program-id. agarspool-riprova.
009150*
009160* every listing waiting in mail.queue sent again; what goes
009170* out leaves the queue, the rest stays with one attempt more
009176* and its last outcome.  500 entries are tried per run, the
009182* ones after them are carried over untouched to the next run
009190*
009200 environment division.
009210 input-output section.
009220 file-control.

009230     select optional ark-mcoda assign to mcoda-file
009240      organization is line sequential
009250      file status  is mcoda-stato.

009252     select ark-mnuova assign to mnuova-file
009254      organization is line sequential
009256      file status  is mnuova-stato.

009260 data division.

009270 file section.

009280 fd ark-mcoda.
009290 01 rec-mcoda.
009300    02 dati-mcoda                pic x(400).

009302 fd ark-mnuova.
009304 01 rec-mnuova.
009306    02 dati-mnuova               pic x(400).

009310 working-storage section.

009320     copy "global".

009330 77 mcoda-file                   pic x(200).
009340 77 mcoda-stato                  pic xx.
009350 77 mcoda-eof                    pic x.
009351 77 mnuova-file                  pic x(210).
009352 77 mnuova-stato                 pic xx.
009353 77 rq-comando                   pic x(512).
009354 77 rq-rc                        usage binary-long.
009355 77 rq-letti                     usage binary-long.
009360 77 rq-ind                       usage binary-long.
009370 77 rq-count                     usage binary-long.
009380 77 rq-inviati                   usage binary-long.
009390 77 rq-restano                   usage binary-long.
009400 77 rq-edit                      pic z(4)9.
009410 77 rq-edit2                     pic z(4)9.
009420 77 rq-tentativi-edit            pic z(4)9.
009430 77 rq-chiocciole                usage binary-long.

009440 01 rq-tabella.
009450    05 rq-voce                   occurs 500 times.
009460       10 rq-spool               pic x(200).
009470       10 rq-destino             pic x(256).
009480       10 rq-tentativi           pic 9(5).
009490       10 rq-tentativi-testo     pic x(8).
009500       10 rq-quando              pic x(16).
009510       10 rq-esito               pic x(60).
009520       10 rq-inviato             pic x.

009530 01 spool-banco                  external.
009540    05 spl-grid                  usage pointer.
009550    05 spl-stampante             usage pointer.
009560    05 spl-dir                   pic x(120).
009570    05 spl-lista                 pic x(200).

009580 01 posta-banco                  external.
009590    05 pst-spool                 pic x(200).
009600    05 pst-stampante             pic x(32).
009610    05 pst-riprova               pic x.
009620    05 pst-esito                 pic x.
009630    05 pst-messaggio             pic x(120).
009640    05 pst-destinatari           pic x(256).

009650 procedure division.

009660     if spl-dir = spaces
009670      accept spl-dir from environment "GuiCOBOLspooldir"
009680      end-accept
009690      if spl-dir = spaces move "." to spl-dir end-if
009700     end-if.

009710     move spaces to mcoda-file.
009720     string function trim(spl-dir) "/mail.queue"
009730      delimited by size into mcoda-file.

009740     move zero to rq-count rq-inviati rq-restano rq-letti.

009750     open input ark-mcoda.
009760     if mcoda-stato = "00"
009770      move space to mcoda-eof
009780      perform until mcoda-eof = "S" or rq-count = 500
009790       read ark-mcoda next at end
009800        move "S" to mcoda-eof
009810       end-read
009816       if mcoda-eof not = "S"
009822        add 1 to rq-letti
009828        if dati-mcoda not = spaces
009834         perform carica-voce thru ex-carica-voce
009840        end-if
009850       end-if
009860      end-perform
009870     end-if.
009880     if mcoda-stato = "00" or mcoda-stato = "05"
009890      or mcoda-stato = "10"
009900      close ark-mcoda.

009910     perform varying rq-ind from 1 by 1 until rq-ind > rq-count
009920      perform riprova-voce thru ex-riprova-voce
009930     end-perform.

009940     if rq-count > zero
009950      perform riscrivi-coda thru ex-riscrivi-coda
009960     end-if.

009970     move rq-inviati to rq-edit.
009980     move rq-restano to rq-edit2.
009990     move spaces to pst-messaggio.
010000     string "coda email: inviati " function trim(rq-edit)
010010            ", ancora in coda " function trim(rq-edit2)
010020            delimited by size into pst-messaggio.

010030     if rq-restano = zero
010040      move "S" to pst-esito
010050     else
010060      move "N" to pst-esito
010070     end-if.

010080     exit program.

010090 carica-voce.

010100     add 1 to rq-count.
010110     move spaces to rq-voce(rq-count).
010120     unstring dati-mcoda delimited by ";"
010130      into rq-spool(rq-count) rq-destino(rq-count)
010140           rq-tentativi-testo(rq-count) rq-quando(rq-count)
010150           rq-esito(rq-count)
010160     end-unstring.

010170     move zero to rq-tentativi(rq-count).
010180     if rq-tentativi-testo(rq-count) not = spaces
010190      and function test-numval(rq-tentativi-testo(rq-count)) = 0
010200      move function numval(rq-tentativi-testo(rq-count))
010210        to rq-tentativi(rq-count).

010220 ex-carica-voce.
010230     exit.

010240 riprova-voce.

010250     move rq-spool(rq-ind)     to pst-spool.
010260     move spaces to pst-stampante pst-destinatari.
010270     move zero to rq-chiocciole.
010280     inspect rq-destino(rq-ind)
010290      tallying rq-chiocciole for all "@".
010300     if rq-chiocciole > zero
010310      move rq-destino(rq-ind)       to pst-destinatari
010320     else
010330      move rq-destino(rq-ind)(1:32) to pst-stampante
010340     end-if.
010350     move "S"                  to pst-riprova.

010360     call "agarspool-posta".

010370     if pst-esito = "S"
010380      move "S" to rq-inviato(rq-ind)
010390      add 1 to rq-inviati
010400     else
010410      add 1 to rq-tentativi(rq-ind)
010420      move pst-messaggio(1:60) to rq-esito(rq-ind)
010430      add 1 to rq-restano
010440     end-if.

010450 ex-riprova-voce.
010460     exit.

010461*
010462* the queue is written beside the old one and put in its place
010463* only when complete: the entries tried first, then the lines
010464* past the ones loaded copied as they are
010465*
010470 riscrivi-coda.

010475     move spaces to mnuova-file.
010480     string function trim(mcoda-file) ".new"
010485      delimited by size into mnuova-file.

010490     open output ark-mnuova.
010495     if mnuova-stato not = "00" go to ex-riscrivi-coda.

010500     perform varying rq-ind from 1 by 1 until rq-ind > rq-count
010510      if rq-inviato(rq-ind) not = "S"
010520       move rq-tentativi(rq-ind) to rq-tentativi-edit
010530       move spaces to rec-mnuova
010540       string function trim(rq-spool(rq-ind)) ";"
010550              function trim(rq-destino(rq-ind)) ";"
010560              function trim(rq-tentativi-edit) ";"
010570              function trim(rq-quando(rq-ind)) ";"
010580              function trim(rq-esito(rq-ind))
010590              delimited by size into dati-mnuova
010600       write rec-mnuova
010610      end-if
010620     end-perform.

010621     open input ark-mcoda.
010622     if mcoda-stato not = "00"
010623      if mcoda-stato = "05" close ark-mcoda end-if
010624      close ark-mnuova
010625      call "CBL_DELETE_FILE" using mnuova-file
010626      go to ex-riscrivi-coda.

010627     move space to mcoda-eof.
010628     perform until mcoda-eof = "S"
010629      read ark-mcoda next at end
010630       move "S" to mcoda-eof
010631      end-read
010632      if mcoda-eof not = "S"
010633       if rq-letti > zero
010634        subtract 1 from rq-letti
010635       else
010636        if dati-mcoda not = spaces
010637         add 1 to rq-restano
010638        end-if
010639        write rec-mnuova from rec-mcoda
010640       end-if
010641      end-if
010642     end-perform.

010643     close ark-mcoda ark-mnuova.

010644     move spaces to rq-comando.
010645     string "mv -f '" function trim(mnuova-file)
010646            "' '"    function trim(mcoda-file) "'"
010647            delimited by size into rq-comando.
010648     call "SYSTEM" using function trim(rq-comando)
010649      returning rq-rc.

010650 ex-riscrivi-coda.
010651     exit.

010660 end program agarspool-riprova.
