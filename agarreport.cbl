000030*
000040* batch report writer over the table data files
000050*
000053* FIRST 02 SEPTEMBER 2026  0.1.0  LAST 15.10.2026
000056*
000059* 15.10.2026 burst= writes every break group to a spool file of
000062*            its own, route= sends each to a printer or by mail,
000065*            the control listing squares pages and totals
000070*
000080* Copyright (C) 2012-2026 Federico Priolo TP ONE SRL
000090*
000390*     heading=1                 (first record carries headings)
000400* the listing lands beside the data as <data>.rpt, 132 columns
000410* paged with the very heading the print verb spools.
000411* one listing per agent, branch or customer instead:
000412*     burst=vendite             (a spool file per break value)
000413*     route=vendite.cfg         (where each of them goes)
000414* every break group becomes <prefix>-<value>.prt in the spool
000415* directory (GuiCOBOLspooldir, default the current one) with
000416* its own headings, page numbers and totals; the break column
000417* leads the sort by itself.  the route file holds "value;
000418* destination" lines, "*" for any other value: a destination
000419* with an "@" is a list of recipients and the file leaves as a
000420* PDF through "agarspool mail", any other is a printer name of
000421* printers.cfg and goes to its lp destination.  <data>.rpt is
000422* then the control listing: the pages of every file and where
000423* they went, the pages per destination and the totals of the
000424* bursts squared against the totals of the whole data.  the
000425* return code is 4 when a file could not be delivered or the
000426* totals do not square.
000427*---------------------------------------------------------------------

000430 environment division.
000440 configuration section.
000560      organization is line sequential
000570      file status  is rpt-stato.

000571     select optional ark-route assign to route-file
000572      organization is line sequential
000573      file status  is route-stato.

000574     select optional ark-stampanti assign to stampanti-file
000575      organization is line sequential
000576      file status  is stampanti-stato.

000580 data division.

000590 file section.
000670 01 rec-rpt.
000680    02 dati-rpt                  pic x(132).

000681 fd ark-route.
000682 01 rec-route.
000683    02 dati-route                pic x(320).

000684 fd ark-stampanti.
000685 01 rec-stampanti.
000686    02 dati-stampanti            pic x(160).

000690 working-storage section.

000700 77 dati-file                    pic x(200).
000970 01 tab-righe.
000980    05 riga-entry                occurs 5000 times.
000990       10 riga-dati              pic x(256).
001000       10 riga-chiave            pic x(72).
001010 77 riga-lavoro                  pic x(256).
001020 77 chiave-lavoro                pic x(72).
001030 01 campi-riga.
001040    05 campo-dato                pic x(60) occurs 16 times.
001050 77 spec-chiave                  pic x(20).
001220 77 rottura-prima                pic x(60).
001230 77 rottura-adesso               pic x(60).
001240 77 prima-riga                   pic x.
001241*
001242* bursting by the break column
001243*
001244 77 burst-prefisso               pic x(40).
001245 77 burst-aperto                 pic x.
001246 77 burst-nome                   pic x(60).
001247 77 burst-base                   pic x(120).
001248 77 burst-righe                  usage binary-long.
001249 77 burst-conta                  usage binary-long.
001250 77 burst-pagine                 usage binary-long.
001251 77 burst-lung                   usage binary-long.
001252 77 burst-rc                     usage binary-long value zero.
001253 77 titolo-base                  pic x(60).
001254 77 fase-stampa                  pic x value space.
001255 77 seg-lung                     usage binary-long.
001256 77 spool-dir                    pic x(120).
001257 77 route-file                   pic x(200).
001258 77 route-stato                  pic xx.
001259 77 route-eof                    pic x.
001260 77 stampanti-file               pic x(200).
001261 77 stampanti-stato              pic xx.
001262 77 stampanti-eof                pic x.
001263 77 stampante-nome               pic x(32).
001264 77 stampante-dest               pic x(64).
001265 77 destino                      pic x(256).
001266 77 esito                        pic x(20).
001267 77 chiocciole                   usage binary-long.
001268 77 comando                      pic x(1024).
001269 77 comando-rc                   usage binary-long.
001270 77 conta-route                  usage binary-long value zero.
001271 77 conta-destini                usage binary-long value zero.
001272 77 righe-burst                  usage binary-long.
001273 77 pagine-burst                 usage binary-long.
001274 77 numero-edit                  pic z(5)9.
001275 01 tab-route.
001276    05 route-entry               occurs 500 times.
001277       10 ro-valore              pic x(60).
001278       10 ro-destino             pic x(256).
001279 01 tab-burst.
001280    05 burst-entry               occurs 1000 times.
001281       10 bu-valore              pic x(60).
001282       10 bu-file                pic x(120).
001283       10 bu-pagine              pic 9(5).
001284       10 bu-righe               pic 9(6).
001285       10 bu-destino             pic x(256).
001286       10 bu-esito               pic x(20).
001287 01 tab-destini.
001288    05 destino-entry             occurs 200 times.
001289       10 de-destino             pic x(60).
001290       10 de-file                pic 9(5).
001291       10 de-pagine              pic 9(6).
001292 01 quadratura.
001293    05 qua-colonna               occurs 16 times.
001294       10 tot-bursts             pic s9(15)v99.
001295       10 tot-intero             pic s9(15)v99.

001296 procedure division.
001297 inizio.

001298     accept linea-comando from command-line.

001299     move spaces to dati-file spec-file.
001300     unstring linea-comando delimited by all spaces
001301      into dati-file spec-file
001310     end-unstring.

001320     if dati-file = spaces or spec-file = spaces
001410      goback
001420     end-if.

001421     if burst-prefisso not = spaces
001422      if rpt-break = zero
001423       display "agarreport: burst needs a break column"
001424       move 1 to return-code
001425       goback
001426      end-if
001427      perform burst-in-testa thru ex-burst-in-testa
001428     end-if.

001430     perform carica-dati thru ex-carica-dati.

001440     if conta-sort > zero
001450      perform ordina-righe thru ex-ordina-righe.

001452     if burst-prefisso not = spaces
001454      perform scrivi-burst thru ex-scrivi-burst
001456      move burst-rc to return-code
001458     else
001460      perform scrivi-report thru ex-scrivi-report
001462     end-if.

001470     goback.

001830      when "heading"
001840       move spec-valore(1:1)  to rpt-testata

001842      when "burst"
001844       move spec-valore(1:40) to burst-prefisso

001846      when "route"
001848       move spec-valore       to route-file

001850      when "break"
001860       move function numval(spec-valore(1:10)) to rpt-break

002730     move 1      to ind2.
002740     perform varying ind from 1 by 1
002750      until ind > conta-sort
002752      move 14 to seg-lung
002754      if ind = 1 and burst-prefisso not = spaces
002756       move 30 to seg-lung
002758      end-if
002760      if sort-col(ind) > 0 and sort-col(ind) not > 16
002770       string campo-dato(sort-col(ind))(1:seg-lung)
002780        delimited by size into chiave-lavoro
002790        with pointer ind2
002800       end-string
003700     write rec-rpt.
003710     move spaces to rec-rpt.
003720     write rec-rpt.

003722     if fase-stampa = "C"
003724      perform testata-controllo thru ex-testata-controllo
003726      move 4 to conta-righe
003728      go to ex-testata-report.
003730*
003740* the column headings under the page heading
003750*
004070*
004080* the control break: subtotals whenever the break column turns
004090*
004100     if rpt-break > zero and burst-prefisso = spaces
004110      move campo-dato(rpt-break)(1:60) to rottura-adesso
004120      if rottura-prima not = low-values
004130       and rottura-adesso not = rottura-prima
004950 ex-riga-totale.
004960     exit.

004970*
004980* bursting: the break column leads the sort, so every value
004990* comes as one group
005000*
005010 burst-in-testa.

005020     if conta-sort > zero and sort-col(1) = rpt-break
005030      go to ex-burst-in-testa.

005040     if conta-sort = 4 move 3 to conta-sort.

005050     perform varying ind from conta-sort by -1 until ind < 1
005060      compute ind2 = ind + 1
005070      move sort-col(ind) to sort-col(ind2)
005080     end-perform.

005090     move rpt-break to sort-col(1).
005100     add 1 to conta-sort.

005110 ex-burst-in-testa.
005120     exit.

005130 scrivi-burst.

005140     move spaces to spool-dir.
005150     accept spool-dir from environment "GuiCOBOLspooldir"
005160     end-accept.
005170     if spool-dir = spaces move "." to spool-dir.

005180     perform carica-route thru ex-carica-route.

005190     accept data-stampa from date yyyymmdd.
005200     move rpt-titolo to titolo-base.
005210     initialize quadratura.
005220     move zero  to burst-conta conta-destini
005230                   righe-burst pagine-burst.
005240     move space to burst-aperto.
005250     move low-values to rottura-prima.
005260*
005270* the totals of the whole data, the yardstick of the bursts
005280*
005290     perform varying riga-ind from 1 by 1
005300      until riga-ind > conta-righe-dati
005310      perform somma-intero thru ex-somma-intero
005320     end-perform.

005330     perform varying riga-ind from 1 by 1
005340      until riga-ind > conta-righe-dati
005350      perform burst-riga thru ex-burst-riga
005360     end-perform.

005370     if burst-aperto = "S"
005380      perform chiudi-burst thru ex-chiudi-burst.

005390     perform scrivi-controllo thru ex-scrivi-controllo.

005400 ex-scrivi-burst.
005410     exit.

005420 somma-intero.

005430     perform spezza-riga thru ex-spezza-riga.

005440     perform varying col-ind from 1 by 1
005450      until col-ind > conta-colonne
005460      if col-numerica(col-ind) = "S"
005470       move function numval(campo-dato(col-ind)(1:30))
005480         to valore-num
005490       add valore-num to tot-intero(col-ind)
005500      end-if
005510     end-perform.

005520 ex-somma-intero.
005530     exit.

005540 burst-riga.

005550     perform spezza-riga thru ex-spezza-riga.
005560     move campo-dato(rpt-break)(1:60) to rottura-adesso.

005570     if burst-aperto = "S"
005580      and rottura-adesso not = rottura-prima
005590      perform chiudi-burst thru ex-chiudi-burst.

005600     if burst-aperto not = "S"
005610      perform apri-burst thru ex-apri-burst.

005620     perform dettaglio thru ex-dettaglio.
005630     add 1 to burst-righe.

005640 ex-burst-riga.
005650     exit.

005660*
005670* a new group: its own spool file, heading and page numbers
005680*
005690 apri-burst.

005700     move rottura-adesso to rottura-prima.
005710     add 1 to burst-conta.

005720     perform nome-burst thru ex-nome-burst.

005730     move spaces to rpt-file.
005740     string function trim(spool-dir) "/" function trim(burst-base)
005750      delimited by size into rpt-file.

005760     open output ark-rpt.

005770     if rpt-stato not = "00"
005780      display "agarreport: cannot create "
005790       function trim(rpt-file)
005800      move 1 to return-code
005810      goback
005820     end-if.

005830     move "S"   to burst-aperto.
005840     move zeros to conta-pagine burst-righe.
005850     initialize totali.

005860     move spaces to rpt-titolo.
005870     if titolo-base = spaces
005880      move rottura-prima to rpt-titolo
005890     else
005900      string function trim(titolo-base) " - "
005910             function trim(rottura-prima)
005920             delimited by size into rpt-titolo
005930     end-if.

005940     perform testata-report thru ex-testata-report.

005950     if burst-conta not > 1000
005960      move rottura-prima to bu-valore(burst-conta)
005970      move burst-base    to bu-file(burst-conta).

005980 ex-apri-burst.
005990     exit.

006000*
006010* <prefix>-<value>.prt, the value cleared of what a file name
006020* cannot hold; a name already taken gets the group number
006030*
006040 nome-burst.

006050     move rottura-prima to burst-nome.

006060     if burst-nome = spaces
006070      move "vuoto" to burst-nome
006080     else
006090      perform varying burst-lung from 60 by -1
006100       until burst-lung = 1
006110       or burst-nome(burst-lung:1) not = space
006120       continue
006130      end-perform
006140      perform varying ind from 1 by 1 until ind > burst-lung
006150       if burst-nome(ind:1) = space
006160        or (burst-nome(ind:1) not alphabetic
006170        and burst-nome(ind:1) not numeric
006180        and burst-nome(ind:1) not = "-"
006190        and burst-nome(ind:1) not = ".")
006200        move "_" to burst-nome(ind:1)
006210       end-if
006220      end-perform
006230     end-if.

006240     move spaces to burst-base.
006250     string function trim(burst-prefisso) "-"
006260            function trim(burst-nome) ".prt"
006270            delimited by size into burst-base.

006280     perform varying ind from 1 by 1
006290      until ind > burst-conta - 1 or ind > 1000
006300      or bu-file(ind) = burst-base
006310      continue
006320     end-perform.

006330     if ind < burst-conta and ind not > 1000
006340      move burst-conta to numero-edit
006350      move spaces to burst-base
006360      string function trim(burst-prefisso) "-"
006370             function trim(burst-nome) "-"
006380             function trim(numero-edit) ".prt"
006390             delimited by size into burst-base.

006400 ex-nome-burst.
006410     exit.

006420*
006430* the group ends: totals, close, delivery along the route file
006440*
006450 chiudi-burst.

006460     perform gran-totali thru ex-gran-totali.

006470     close ark-rpt.
006480     move space to burst-aperto.

006490     move conta-pagine to burst-pagine.
006500     add burst-pagine to pagine-burst.
006510     add burst-righe  to righe-burst.

006520     perform varying col-ind from 1 by 1
006530      until col-ind > conta-colonne
006540      add tot-gran(col-ind) to tot-bursts(col-ind)
006550     end-perform.

006560     perform instrada thru ex-instrada.
006570     perform nota-destino thru ex-nota-destino.

006580     if burst-conta not > 1000
006590      move burst-pagine to bu-pagine(burst-conta)
006600      move burst-righe  to bu-righe(burst-conta)
006610      move destino      to bu-destino(burst-conta)
006620      move esito        to bu-esito(burst-conta)
006630     else
006640      if burst-conta = 1001
006650       display "agarreport: more than 1000 bursts, "
006660               "the control listing names the first 1000"
006670       move 4 to burst-rc
006680      end-if
006690     end-if.

006700     display "Burst written: " function trim(rpt-file) " "
006710             function trim(esito).

006720 ex-chiudi-burst.
006730     exit.

006740 instrada.

006750     move spaces to destino esito.

006760     if route-file = spaces
006770      move "IN SPOOL" to esito
006780      go to ex-instrada.

006790     perform varying ind from 1 by 1
006800      until ind > conta-route or ro-valore(ind) = rottura-prima
006810      continue
006820     end-perform.

006830     if ind > conta-route
006840      perform varying ind from 1 by 1
006850       until ind > conta-route or ro-valore(ind) = "*"
006860       continue
006870      end-perform.

006880     if ind > conta-route
006890      move "NON INSTRADATO" to esito
006900      move 4 to burst-rc
006910      go to ex-instrada.

006920     move ro-destino(ind) to destino.

006930     move zero to chiocciole.
006940     inspect destino tallying chiocciole for all "@".

006950     if chiocciole > zero
006960      perform manda-posta thru ex-manda-posta
006970     else
006980      perform manda-stampa thru ex-manda-stampa
006990     end-if.

007000 ex-instrada.
007010     exit.

007020*
007030* by mail: agarspool makes the PDF, logs and queues the send
007040*
007050 manda-posta.

007060     move spaces to comando.
007070     string "agarspool mail '" function trim(burst-base) "' '"
007080            function trim(destino) "'"
007090            delimited by size into comando.

007100     call "SYSTEM" using function trim(comando)
007110      returning comando-rc.

007120     if comando-rc = zero
007130      move "INVIATO" to esito
007140     else
007150      move "NON INVIATO" to esito
007160      move 4 to burst-rc
007170     end-if.

007180 ex-manda-posta.
007190     exit.

007200*
007210* on paper: the lp destination of the printer in printers.cfg
007220*
007230 manda-stampa.

007240     move spaces to stampanti-file stampante-dest.
007250     string function trim(spool-dir) "/printers.cfg"
007260      delimited by size into stampanti-file.

007270     open input ark-stampanti.

007280     if stampanti-stato = "00"
007290      move space to stampanti-eof
007300      perform until stampanti-eof = "S"
007310       read ark-stampanti next at end
007320        move "S" to stampanti-eof
007330       end-read
007340       if stampanti-eof not = "S"
007350        and dati-stampanti not = spaces
007360        and dati-stampanti(1:1) not = "#"
007370        move spaces to stampante-nome stampante-dest
007380        unstring dati-stampanti delimited by ";"
007390         into stampante-nome stampante-dest
007400        end-unstring
007410        if stampante-nome = destino(1:32)
007420         move "S" to stampanti-eof
007430        else
007440         move spaces to stampante-dest
007450        end-if
007460       end-if
007470      end-perform
007480     end-if.
007490     if stampanti-stato = "00" or stampanti-stato = "05"
007500      or stampanti-stato = "10"
007510      close ark-stampanti.

007520     if stampante-dest = spaces
007530      move "STAMPANTE IGNOTA" to esito
007540      move 4 to burst-rc
007550      go to ex-manda-stampa.

007560     move spaces to comando.
007570     string "lp -d " function trim(stampante-dest)
007580            " '"     function trim(rpt-file) "'"
007590            delimited by size into comando.

007600     call "SYSTEM" using function trim(comando)
007610      returning comando-rc.

007620     if comando-rc = zero
007630      move "STAMPATO" to esito
007640     else
007650      move "STAMPA FALLITA" to esito
007660      move 4 to burst-rc
007670     end-if.

007680 ex-manda-stampa.
007690     exit.

007700 nota-destino.

007710     move spaces to riga-lavoro.
007720     if destino = spaces
007730      move "(nessuna)" to riga-lavoro
007740     else
007750      move destino(1:60) to riga-lavoro
007760     end-if.

007770     perform varying ind from 1 by 1
007780      until ind > conta-destini
007790      or de-destino(ind) = riga-lavoro(1:60)
007800      continue
007810     end-perform.

007820     if ind > conta-destini
007830      if conta-destini not < 200
007840       go to ex-nota-destino
007850      end-if
007860      add 1 to conta-destini
007870      move riga-lavoro(1:60) to de-destino(ind)
007880      move zeros to de-file(ind) de-pagine(ind)
007890     end-if.

007900     add 1            to de-file(ind).
007910     add burst-pagine to de-pagine(ind).

007920 ex-nota-destino.
007930     exit.

007940 carica-route.

007950     move zero to conta-route.
007960     if route-file = spaces go to ex-carica-route.

007970     open input ark-route.

007980     if route-stato not = "00"
007990      display "agarreport: cannot open route file "
008000       function trim(route-file)
008010      if route-stato = "05" close ark-route end-if
008020      go to ex-carica-route.

008030     move space to route-eof.
008040     perform until route-eof = "S"
008050      read ark-route next at end
008060       move "S" to route-eof
008070      end-read
008080      if route-eof not = "S"
008090       and dati-route not = spaces
008100       and dati-route(1:1) not = "#"
008110       and conta-route < 500
008120       add 1 to conta-route
008130       move spaces to route-entry(conta-route)
008140       unstring dati-route delimited by ";"
008150        into ro-valore(conta-route) ro-destino(conta-route)
008160       end-unstring
008170      end-if
008180     end-perform.

008190     close ark-route.

008200 ex-carica-route.
008210     exit.

008220*
008230* the control listing: files, pages per destination, totals
008240*
008250 scrivi-controllo.

008260     move spaces to rpt-file.
008270     string function trim(dati-file) ".rpt"
008280      delimited by size into rpt-file.

008290     open output ark-rpt.

008300     if rpt-stato not = "00"
008310      display "agarreport: cannot create "
008320       function trim(rpt-file)
008330      move 1 to return-code
008340      goback
008350     end-if.

008360     move "C"   to fase-stampa.
008370     move zeros to conta-pagine.
008380     move spaces to rpt-titolo.
008390     if titolo-base = spaces
008400      move "controllo burst" to rpt-titolo
008410     else
008420      string function trim(titolo-base) " - controllo burst"
008430       delimited by size into rpt-titolo
008440     end-if.

008450     perform testata-report thru ex-testata-report.

008460     perform varying riga-ind from 1 by 1
008470      until riga-ind > burst-conta or riga-ind > 1000
008480      perform riga-controllo thru ex-riga-controllo
008490     end-perform.

008500     move spaces to riga-stampa.
008510     move all "=" to riga-stampa(1:120).
008520     perform scrivi-riga thru ex-scrivi-riga.

008530     move spaces to riga-stampa.
008540     move "Pagine per destinazione" to riga-stampa.
008550     move "File"   to riga-stampa(64:4).
008560     move "Pagine" to riga-stampa(71:6).
008570     perform scrivi-riga thru ex-scrivi-riga.

008580     perform varying ind from 1 by 1 until ind > conta-destini
008590      move spaces to riga-stampa
008600      move de-destino(ind) to riga-stampa(1:60)
008610      move de-file(ind)    to numero-edit
008620      move numero-edit     to riga-stampa(62:6)
008630      move de-pagine(ind)  to numero-edit
008640      move numero-edit     to riga-stampa(71:6)
008650      perform scrivi-riga thru ex-scrivi-riga
008660     end-perform.

008670     move spaces to riga-stampa.
008680     perform scrivi-riga thru ex-scrivi-riga.
008690     move "Quadratura dei totali" to riga-stampa.
008700     move "bursts" to riga-stampa(32:6).
008710     move "intero" to riga-stampa(50:6).
008720     perform scrivi-riga thru ex-scrivi-riga.

008730     perform varying col-ind from 1 by 1
008740      until col-ind > conta-colonne
008750      if col-numerica(col-ind) = "S"
008760       perform riga-quadratura thru ex-riga-quadratura
008770      end-if
008780     end-perform.

008790     move spaces to riga-stampa.
008800     move "Righe" to riga-stampa(1:5).
008810     move righe-burst to numero-edit.
008820     move numero-edit to riga-stampa(32:6).
008830     move conta-righe-dati to numero-edit.
008840     move numero-edit to riga-stampa(50:6).
008850     if righe-burst = conta-righe-dati
008860      move "OK" to riga-stampa(58:2)
008870     else
008880      move "DIFFERENZA" to riga-stampa(58:10)
008890      move 4 to burst-rc
008900     end-if.
008910     perform scrivi-riga thru ex-scrivi-riga.

008920     move spaces to riga-stampa.
008930     perform scrivi-riga thru ex-scrivi-riga.
008940     move burst-conta to numero-edit.
008950     string "File " function trim(numero-edit)
008960      delimited by size into riga-stampa.
008970     move pagine-burst to numero-edit.
008980     string "Pagine " function trim(numero-edit)
008990      delimited by size into riga-stampa(20:).
009000     move "** totale" to riga-stampa(121:9).
009010     perform scrivi-riga thru ex-scrivi-riga.

009020     close ark-rpt.

009030     display "Control listing written: " function trim(rpt-file).

009040 ex-scrivi-controllo.
009050     exit.

009060 riga-controllo.

009070     move spaces to riga-stampa.
009080     move bu-valore(riga-ind)(1:30)   to riga-stampa(1:30).
009090     move bu-file(riga-ind)(1:40)     to riga-stampa(32:40).
009100     move bu-pagine(riga-ind)         to numero-edit.
009110     move numero-edit                 to riga-stampa(73:6).
009120     move bu-righe(riga-ind)          to numero-edit.
009130     move numero-edit                 to riga-stampa(80:6).
009140     move bu-destino(riga-ind)(1:28)  to riga-stampa(87:28).
009150     move bu-esito(riga-ind)(1:17)    to riga-stampa(116:17).
009160     perform scrivi-riga thru ex-scrivi-riga.

009170 ex-riga-controllo.
009180     exit.

009190 riga-quadratura.

009200     move spaces to riga-stampa.
009210     move col-nome(col-ind) to riga-stampa(1:20).
009220     move tot-bursts(col-ind) to valore-edit.
009230     move valore-edit to riga-stampa(22:16).
009240     move tot-intero(col-ind) to valore-edit.
009250     move valore-edit to riga-stampa(40:16).
009260     if tot-bursts(col-ind) = tot-intero(col-ind)
009270      move "OK" to riga-stampa(58:2)
009280     else
009290      move "DIFFERENZA" to riga-stampa(58:10)
009300      move 4 to burst-rc
009310     end-if.
009320     perform scrivi-riga thru ex-scrivi-riga.

009330 ex-riga-quadratura.
009340     exit.

009350 testata-controllo.

009360     move spaces to riga-stampa.
009370     move "Valore"       to riga-stampa(1:6).
009380     move "File"         to riga-stampa(32:4).
009390     move "Pag."         to riga-stampa(75:4).
009400     move "Righe"        to riga-stampa(81:5).
009410     move "Destinazione" to riga-stampa(87:12).
009420     move "Esito"        to riga-stampa(116:5).
009430     move riga-stampa to rec-rpt.
009440     write rec-rpt.
009450     move spaces to riga-stampa.
009460     move all "-" to riga-stampa(1:120).
009470     move riga-stampa to rec-rpt.
009480     write rec-rpt.

009490 ex-testata-controllo.
009500     exit.

009510 end program agarreport.
