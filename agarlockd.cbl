000030*
000040* record lock server for the maintenance screens
000050*
000051* FIRST 02 SEPTEMBER 2026  0.1.0  LAST 15.10.2026
000052*
000053* 15.10.2026 lock table checkpointed to GuiCOBOLlockfile and
000054*            reloaded at startup; LIST, LISTBY and FREE admin
000055*            requests for the supervisor screen
000056* 15.10.2026 NEXT request: document numbers per series, year
000057*            and company, counters kept in GuiCOBOLnumfile and
000058*            every number issued journalled
000059* 15.10.2026 KIOSK / KIOSKS requests: the status board of the
000060*            kiosk watchdogs, incidents kept in GuiCOBOLkiosklog
000061* 15.10.2026 site key GuiCOBOLlockkey: the supervisor requests
000062*            refused without it, every request but the watchdog
000063*            reports refused without it once it is set

000070*
000080* Copyright (C) 2012-2026 Federico Priolo TP ONE SRL
000090*
000330* station whose connection simply dropped; re-locking the own
000340* resource renews it.  the port comes from GuiCOBOLlockport,
000350* default 7878.  every decision goes to the terminal log.
000351* the table is checkpointed at every grant and release into
000352* GuiCOBOLlockfile (default agarlockd.dat) and read back at
000353* startup, minus the locks whose time to live ran out while
000354* the server was down, so a restart forgets nothing.
000355* next to LOCK and UNLK the supervisor requests:
000356*     "LIST  "   every lock
000357*     "LISTBY"   the locks of the owner in the name field
000358*     "FREE  "   force release of the resource named, whoever
000359*                holds it (the requester goes to the log)
000360* a list is answered "OK <count>" followed by one 120 byte
000361* record per lock: resource (64), owner (32), age in seconds
000362* (9) and "S" when the lock is already stale.
000363* the document numbers come from here too, so two stations
000364* saving at once can never draw the same invoice number:
000365*     "NEXT  "   the name field holds the series (32), the
000366*                year (4, spaces = this year) and the company
000367*                (8); the answer is "OK <9 digit number>"
000368* the counters live in GuiCOBOLnumfile (default agarlockd.num)
000369* and are rewritten before the number is handed out, every
000370* number issued is appended to GuiCOBOLnumlog (default
000371* agarlockd.nlg) with date, time and requester; at startup a
000372* counter the journal shows further on is brought forward,
000373* so not even a lost counter file can issue a number twice.
000374* a number that could not be recorded is never handed out.
000375* the kiosk watchdogs (agarwatch) report here too, so one
000376* board knows every kiosk of the shop floor:
000377*     "KIOSK "   kiosk (32), screen program (32), event (8:
000378*                UP, ALIVE, STARTED, DIED, STALLED, DOWN),
000379*                restarts since the watchdog came up (5), last
000380*                heartbeat hhmmss (6) and the reason (31)
000381*     "KIOSKS"   the board: "OK <count>", then one 120 byte
000382*                record per kiosk: kiosk (32), program (32),
000383*                heartbeat (6), restarts today (5), state (8:
000384*                RUNNING, SILENT, DOWN), seconds since the last
000385*                report (9) and the last incident (28)
000386* a kiosk that has not reported for GuiCOBOLkiosksilence
000387* seconds (default 120) is SILENT; a died or stalled screen
000388* counts as a restart of the day.  every event but ALIVE is
000389* appended to GuiCOBOLkiosklog (default agarlockd.klg).
000390* the port is open to the whole shop floor, so the requests
000391* carry the site key of GuiCOBOLlockkey in their last 18 bytes
000392* (agarcob puts it there from the same variable).  FREE, LIST,
000393* LISTBY and KIOSKS are answered only with the right key, never
000394* when the server has none; once the server has a key LOCK,
000395* UNLK and NEXT need it too.  the KIOSK reports fill the whole
000396* request and go through as before: they only move the board.
000397* a refusal is answered "ERR not authorized" and logged.
000398*---------------------------------------------------------------------

000399 environment division.
000400 input-output section.
000401 file-control.

000402     select optional ark-serr assign to ld-file
000403      organization is line sequential
000404      file status  is ld-stato.

000405     select optional ark-num assign to nm-file
000406      organization is line sequential
000407      file status  is nm-stato.

000408     select optional ark-nlog assign to nl-file
000409      organization is line sequential
000410      file status  is nl-stato.

000411     select optional ark-klog assign to kl-file
000412      organization is line sequential
000413      file status  is kl-stato.
000414 data division.

000415 file section.

000416 fd ark-serr.
000417 01 rec-serr.
000418    02 rs-nome                   pic x(64).
000419    02 filler                    pic x.
000420    02 rs-chi                    pic x(32).
000421    02 filler                    pic x.
000422    02 rs-quando                 pic 9(13).

000423 fd ark-num.
000424 01 rec-num.
000425    02 rn-serie                  pic x(32).
000426    02 filler                    pic x.
000427    02 rn-anno                   pic 9(4).
000428    02 filler                    pic x.
000429    02 rn-ditta                  pic x(8).
000430    02 filler                    pic x.
000431    02 rn-ultimo                 pic 9(9).

000432 fd ark-nlog.
000433 01 rec-nlog.
000434    02 nl-data                   pic 9(8).
000435    02 filler                    pic x.
000436    02 nl-ora                    pic 9(6).
000437    02 filler                    pic x.
000438    02 nl-serie                  pic x(32).
000439    02 filler                    pic x.
000440    02 nl-anno                   pic 9(4).
000441    02 filler                    pic x.
000442    02 nl-ditta                  pic x(8).
000443    02 filler                    pic x.
000444    02 nl-numero                 pic 9(9).
000445    02 filler                    pic x.
000446    02 nl-chi                    pic x(32).

000447 fd ark-klog.
000448 01 rec-klog.
000449    02 kl-data                   pic 9(8).
000450    02 filler                    pic x.
000451    02 kl-ora                    pic 9(6).
000452    02 filler                    pic x.
000453    02 kl-chiosco                pic x(32).
000454    02 filler                    pic x.
000455    02 kl-programma              pic x(32).
000456    02 filler                    pic x.
000457    02 kl-evento                 pic x(8).
000458    02 filler                    pic x.
000459    02 kl-riavvii                pic 9(5).
000460    02 filler                    pic x.
000461    02 kl-motivo                 pic x(31).
000462 working-storage section.

000463     copy "global".

000464 77 ld-porta-testo               pic x(8).
000465 77 ld-ttl-testo                 pic x(8).
000466 77 ld-ttl                       usage binary-long.
000467 77 ld-lista                     usage pointer.
000468 77 ld-client                    usage pointer.
000469 77 ld-indirizzo                 usage pointer.
000470 77 ld-rc                        usage binary-long.
000471 77 ld-punta                     usage binary-long.
000480 77 ld-resto                     usage binary-long.
000490 77 ld-ko                        pic x.
000500 77 ld-ind                       usage binary-long.
000570 77 ld-bind-a                    pic x(10) value "0.0.0.0".
000571 77 AG-NET-INET4                 usage binary-long value 2.
000572 77 AG-NET-STREAM                usage binary-long value 1.
000573 77 ld-file                      pic x(200).
000574 77 ld-stato                     pic xx.
000575 77 ld-eof                       pic x.
000576 77 ld-elenco                    pic x.
000577 77 ld-conta                     usage binary-long.
000578 77 ld-conta-edit                pic z(4)9.
000579 77 ld-scartate                  usage binary-long.
000580 77 ld-filtro                    pic x(32).
000581 77 nm-file                      pic x(200).
000582 77 nm-stato                     pic xx.
000583 77 nl-file                      pic x(200).
000584 77 nl-stato                     pic xx.
000585 77 nm-numero-edit               pic 9(9).
000586 77 kl-file                      pic x(200).
000587 77 kl-stato                     pic xx.
000588 77 ld-silenzio-testo            pic x(8).
000589 77 ld-silenzio                  usage binary-long.
000590 77 ld-chiave-sito               pic x(18).
000591 77 ld-negato                    pic x.
000592*
000593* the series asked for by NEXT
000594*
000595 01 ld-serie-chiesta.
000596    05 lq-serie                  pic x(32).
000597    05 lq-anno                   pic x(4).
000598    05 lq-ditta                  pic x(8).
000599    05 filler                    pic x(20).
000600*
000601* the counters of the document number series
000602*
000603 01 numeratori.
000604    05 num-count                 usage binary-long value zero.
000605    05 num-entry                 occurs 300 times.
000606       10 nu-serie               pic x(32).
000607       10 nu-anno                pic 9(4).
000608       10 nu-ditta               pic x(8).
000609       10 nu-ultimo              pic 9(9).
000610 01 ld-richiesta.
000611    05 ld-op                     pic x(6).
000612    05 ld-nome                   pic x(64).
000613    05 ld-chi                    pic x(32).
000614    05 ld-chiave                 pic x(18).
000615*
000616* the same request as a watchdog report
000617*
000618 01 ld-rapporto redefines ld-richiesta.
000619    05 filler                    pic x(6).
000620    05 lk-chiosco                pic x(32).
000621    05 lk-programma              pic x(32).
000622    05 lk-evento                 pic x(8).
000623    05 lk-riavvii                pic 9(5).
000624    05 lk-battito                pic x(6).
000625    05 lk-motivo                 pic x(31).

000630 01 ld-risposta                  pic x(120).
000631*
000632* one record of a list answer
000633*
000634 01 ld-voce.
000635    05 lv-nome                   pic x(64).
000636    05 lv-chi                    pic x(32).
000637    05 lv-eta                    pic 9(9).
000638    05 lv-vecchia                pic x.
000639    05 filler                    pic x(14).

000640 01 serrature.
000650    05 srt-count                 usage binary-long value zero.
000670       10 sr-nome                pic x(64).
000680       10 sr-chi                 pic x(32).
000690       10 sr-quando              pic s9(13) comp-5.
000691*
000692* the kiosk board, as the watchdogs last reported
000693*
000694 01 chioschi.
000695    05 ch-count                  usage binary-long value zero.
000696    05 ch-entry                  occurs 100 times.
000697       10 ch-nome                pic x(32).
000698       10 ch-programma           pic x(32).
000699       10 ch-quando              pic s9(13) comp-5.
000700       10 ch-battito             pic x(6).
000701       10 ch-evento              pic x(8).
000702       10 ch-giorno              pic 9(8).
000703       10 ch-riavvii             pic 9(5).
000704       10 ch-ultimo              pic x(28).
000705*
000706* one record of the board answer
000707*
000708 01 ld-voce-chiosco.
000709    05 lc-nome                   pic x(32).
000710    05 lc-programma              pic x(32).
000711    05 lc-battito                pic x(6).
000712    05 lc-riavvii                pic 9(5).
000713    05 lc-stato                  pic x(8).
000714    05 lc-eta                    pic 9(9).
000715    05 lc-ultimo                 pic x(28).

000716 procedure division.
000717 inizio.

000720     call "AG_InitCore" using null by value 0
000730      returning ld-rc
000880      move "600" to ld-ttl-testo.
000890     move function numval(ld-ttl-testo) to ld-ttl.

000891     accept ld-file from environment "GuiCOBOLlockfile"
000892     end-accept.
000893     if ld-file = spaces
000894      move "agarlockd.dat" to ld-file.

000895     perform carica-serrature thru ex-carica-serrature.

000896     accept nm-file from environment "GuiCOBOLnumfile"
000897     end-accept.
000898     if nm-file = spaces
000899      move "agarlockd.num" to nm-file.

000900     accept nl-file from environment "GuiCOBOLnumlog"
000901     end-accept.
000902     if nl-file = spaces
000903      move "agarlockd.nlg" to nl-file.

000904     perform carica-numeri thru ex-carica-numeri.

000905     accept kl-file from environment "GuiCOBOLkiosklog"
000906     end-accept.
000907     if kl-file = spaces
000908      move "agarlockd.klg" to kl-file.

000909     accept ld-silenzio-testo
000910      from environment "GuiCOBOLkiosksilence"
000911     end-accept.
000912     if ld-silenzio-testo = spaces
000913      move "120" to ld-silenzio-testo.
000914     move function numval(ld-silenzio-testo) to ld-silenzio.

000915     accept ld-chiave-sito from environment "GuiCOBOLlockkey"
000916     end-accept.
000917     if ld-chiave-sito = spaces
000918      display "agarlockd: no GuiCOBOLlockkey, the supervisor"
000919       " requests will be refused".
000920     call static "AG_NetAddrNew" using
000921      by value AG-NET-INET4
000922       returning ld-indirizzo.

000930     move function numval(ld-porta-testo) to agar-port.
000940     move ld-bind-a to agar-text.
001530      + function numval(ld-ora(5:2)).

001540     move spaces to ld-risposta.
001541     move space  to ld-elenco.

001542     perform autorizza thru ex-autorizza.

001543     if ld-negato = "S"
001544      move "ERR not authorized" to ld-risposta
001545      go to manda-risposta.

001550     evaluate ld-op
001560      when "LOCK"
001570       perform serra thru ex-serra
001580      when "UNLK"
001590       perform apri thru ex-apri
001591      when "LIST"
001592      when "LISTBY"
001593       perform elenca thru ex-elenca
001594      when "FREE"
001595       perform forza thru ex-forza
001596      when "NEXT"
001597       perform prossimo thru ex-prossimo
001598      when "KIOSK"
001599       perform chiosco thru ex-chiosco
001600      when "KIOSKS"
001601       perform elenca-chioschi thru ex-elenca-chioschi
001602      when other
001610       move "ERR unknown request" to ld-risposta
001620     end-evaluate.

001625 manda-risposta.

001630     call static "AG_NetWrite" using
001640      by value ld-client
001650       by reference ld-risposta
001660        by value 120
001670         returning ld-rc.

001671     if ld-elenco = "S"
001672      if ld-op = "KIOSKS"
001673       perform manda-chioschi thru ex-manda-chioschi
001674      else
001675       perform manda-elenco thru ex-manda-elenco
001676      end-if
001677     end-if.

001678     if ld-op = "KIOSK" and lk-evento = "ALIVE"
001679      and ld-negato not = "S"
001680      go to ex-servi-uno.

001681     display ld-op " " ld-nome(1:30) " "
001690      ld-chi(1:12) " -> " ld-risposta(1:40).

001700 ex-servi-uno.
001701     exit.
001702*
001703* the site key: the watchdog reports go through, the
001704* supervisor requests need the key always, the station
001705* requests once the server has one
001706*
001707 autorizza.

001708     move space to ld-negato.

001709     if ld-op = "KIOSK"
001710      go to ex-autorizza.

001711     if ld-chiave-sito not = spaces
001712      if ld-chiave not = ld-chiave-sito
001713       move "S" to ld-negato
001714      end-if
001715      go to ex-autorizza.

001716     if ld-op = "FREE" or ld-op = "LIST" or ld-op = "LISTBY"
001717      or ld-op = "KIOSKS"
001718      move "S" to ld-negato.

001719 ex-autorizza.
001720     exit.

001721 serra.

001730     perform cerca-serratura thru ex-cerca-serratura.

001790      if sr-chi(ld-qui) = ld-chi
001800       move ld-adesso to sr-quando(ld-qui)
001810       move "OK renewed" to ld-risposta
001815       perform salva-serrature thru ex-salva-serrature
001820       go to ex-serra
001830      end-if
001840      compute ld-eta = ld-adesso - sr-quando(ld-qui)
001860       move ld-chi    to sr-chi(ld-qui)
001870       move ld-adesso to sr-quando(ld-qui)
001880       move "OK stale lock taken over" to ld-risposta
001885       perform salva-serrature thru ex-salva-serrature
001890       go to ex-serra
001900      end-if
001910      move ld-eta to ld-eta-edit
002160     move ld-adesso to sr-quando(ld-ind).
002170     move "OK" to ld-risposta.

002175     perform salva-serrature thru ex-salva-serrature.

002180 ex-serra.
002190     exit.

002310     move spaces to sr-nome(ld-qui) sr-chi(ld-qui).
002320     move "OK" to ld-risposta.

002325     perform salva-serrature thru ex-salva-serrature.

002330 ex-apri.
002340     exit.

002440 ex-cerca-serratura.
002450     exit.

002460*
002470* the supervisor's release: whoever holds the resource, it
002480* goes, and the log keeps who forced it
002490*
002500 forza.

002510     perform cerca-serratura thru ex-cerca-serratura.

002520     if ld-qui = zeros
002530      move "OK was not locked" to ld-risposta
002540      go to ex-forza.

002550     string "OK released from "
002560            function trim(sr-chi(ld-qui))
002570            delimited by size into ld-risposta
002580     end-string.

002590     move spaces to sr-nome(ld-qui) sr-chi(ld-qui).

002600     perform salva-serrature thru ex-salva-serrature.

002610 ex-forza.
002620     exit.

002630*
002640* the count of the list goes first, the records follow on
002650* the same connection in manda-elenco
002660*
002670 elenca.

002680     move spaces to ld-filtro.
002690     if ld-op = "LISTBY"
002700      move ld-nome(1:32) to ld-filtro.

002710     move zeros to ld-conta.

002720     perform varying ld-ind from 1 by 1
002730      until ld-ind > srt-count
002740      if sr-nome(ld-ind) not = spaces
002750       and ( ld-filtro = spaces
002760        or sr-chi(ld-ind) = ld-filtro )
002770       add 1 to ld-conta
002780      end-if
002790     end-perform.

002800     move ld-conta to ld-conta-edit.
002810     string "OK " function trim(ld-conta-edit)
002820            delimited by size into ld-risposta
002830     end-string.

002840     move "S" to ld-elenco.

002850 ex-elenca.
002860     exit.

002870 manda-elenco.

002880     perform varying ld-ind from 1 by 1
002890      until ld-ind > srt-count
002900      if sr-nome(ld-ind) not = spaces
002910       and ( ld-filtro = spaces
002920        or sr-chi(ld-ind) = ld-filtro )
002930       move spaces          to ld-voce
002940       move sr-nome(ld-ind) to lv-nome
002950       move sr-chi(ld-ind)  to lv-chi
002960       compute ld-eta = ld-adesso - sr-quando(ld-ind)
002970       move ld-eta          to lv-eta
002980       if ld-eta > ld-ttl
002990        move "S" to lv-vecchia
003000       end-if
003010       call static "AG_NetWrite" using
003020        by value ld-client
003030         by reference ld-voce
003040          by value 120
003050           returning ld-rc
003060       end-call
003070      end-if
003080     end-perform.

003090 ex-manda-elenco.
003100     exit.

003110*
003120* the checkpoint: the whole table rewritten, one line per
003130* lock held
003140*
003150 salva-serrature.

003160     open output ark-serr.

003170     if ld-stato not = "00"
003180      display "agarlockd: cannot write "
003190       function trim(ld-file)
003200      go to ex-salva-serrature.

003210     perform varying ld-ind from 1 by 1
003220      until ld-ind > srt-count
003230      if sr-nome(ld-ind) not = spaces
003240       move spaces            to rec-serr
003250       move sr-nome(ld-ind)   to rs-nome
003260       move sr-chi(ld-ind)    to rs-chi
003270       move sr-quando(ld-ind) to rs-quando
003280       write rec-serr
003290      end-if
003300     end-perform.

003310     close ark-serr.

003320 ex-salva-serrature.
003330     exit.

003340*
003350* the table as the last checkpoint left it, minus what ran
003360* out of time while the server was down
003370*
003380 carica-serrature.

003390     move zeros to srt-count ld-scartate.

003400     open input ark-serr.
003410     if ld-stato not = "00"
003420      if ld-stato = "05" close ark-serr end-if
003430      go to ex-carica-serrature.

003440     accept ld-data from date yyyymmdd.
003450     accept ld-ora  from time.
003460     compute ld-adesso =
003470      function integer-of-date(ld-data) * 86400
003480      + function numval(ld-ora(1:2)) * 3600
003490      + function numval(ld-ora(3:2)) * 60
003500      + function numval(ld-ora(5:2)).

003510     move space to ld-eof.

003520     perform until ld-eof = "S"
003530      read ark-serr next at end
003540       move "S" to ld-eof
003550      end-read
003560      if ld-eof not = "S"
003570       and rs-nome not = spaces
003580       and rs-quando is numeric
003590       compute ld-eta = ld-adesso - rs-quando
003600       if ld-eta > ld-ttl
003610        or srt-count not < 200
003620        add 1 to ld-scartate
003630       else
003640        add 1 to srt-count
003650        move rs-nome   to sr-nome(srt-count)
003660        move rs-chi    to sr-chi(srt-count)
003670        move rs-quando to sr-quando(srt-count)
003680       end-if
003690      end-if
003700     end-perform.

003710     close ark-serr.

003720     display "agarlockd: " srt-count " lock(s) reloaded, "
003730      ld-scartate " expired".

003740     perform salva-serrature thru ex-salva-serrature.

003750 ex-carica-serrature.
003760     exit.

003770*
003780* the next number of a series: counted up, written to the
003790* counter file and to the journal, and only then answered;
003800* when the counter cannot be written the number is taken
003810* back and the station gets an error instead
003820*
003830 prossimo.

003840     move ld-nome to ld-serie-chiesta.

003850     if lq-serie = spaces
003860      move "ERR no series named" to ld-risposta
003870      go to ex-prossimo.

003880     if lq-anno = spaces
003890      move ld-data(1:4) to lq-anno.

003900     if lq-anno not numeric
003910      move "ERR year is not numeric" to ld-risposta
003920      go to ex-prossimo.

003930     perform varying ld-qui from 1 by 1
003940      until ld-qui > num-count
003950      or ( nu-serie(ld-qui) = lq-serie
003960       and nu-anno(ld-qui)  = lq-anno
003970       and nu-ditta(ld-qui) = lq-ditta )
003980      continue
003990     end-perform.

004000     if ld-qui > num-count
004010      if num-count not < 300
004020       move "ERR counter table is full" to ld-risposta
004030       go to ex-prossimo
004040      end-if
004050      add 1 to num-count
004060      move num-count to ld-qui
004070      move lq-serie  to nu-serie(ld-qui)
004080      move lq-anno   to nu-anno(ld-qui)
004090      move lq-ditta  to nu-ditta(ld-qui)
004100      move zeros     to nu-ultimo(ld-qui)
004110     end-if.

004120     add 1 to nu-ultimo(ld-qui).

004130     perform salva-numeri thru ex-salva-numeri.

004140     if nm-stato not = "00"
004150      subtract 1 from nu-ultimo(ld-qui)
004160      move "ERR counter file not written" to ld-risposta
004170      go to ex-prossimo.

004180     open extend ark-nlog.
004190     if nl-stato not = "00" and nl-stato not = "05"
004200      subtract 1 from nu-ultimo(ld-qui)
004210      perform salva-numeri thru ex-salva-numeri
004220      move "ERR number journal not written" to ld-risposta
004230      go to ex-prossimo.

004240     move spaces            to rec-nlog.
004250     move ld-data           to nl-data.
004260     move ld-ora(1:6)       to nl-ora.
004270     move lq-serie          to nl-serie.
004280     move lq-anno           to nl-anno.
004290     move lq-ditta          to nl-ditta.
004300     move nu-ultimo(ld-qui) to nl-numero.
004310     move ld-chi            to nl-chi.
004320     write rec-nlog.
004330     close ark-nlog.

004340     move nu-ultimo(ld-qui) to nm-numero-edit.
004350     string "OK " nm-numero-edit
004360            delimited by size into ld-risposta
004370     end-string.

004380 ex-prossimo.
004390     exit.

004400 salva-numeri.

004410     open output ark-num.

004420     if nm-stato not = "00"
004430      display "agarlockd: cannot write "
004440       function trim(nm-file)
004450      go to ex-salva-numeri.

004460     perform varying ld-ind from 1 by 1
004470      until ld-ind > num-count
004480      move spaces             to rec-num
004490      move nu-serie(ld-ind)   to rn-serie
004500      move nu-anno(ld-ind)    to rn-anno
004510      move nu-ditta(ld-ind)   to rn-ditta
004520      move nu-ultimo(ld-ind)  to rn-ultimo
004530      write rec-num
004540     end-perform.

004550     close ark-num.

004560 ex-salva-numeri.
004570     exit.

004580*
004590* the counters at startup: the counter file first, then the
004600* journal brings forward any counter that fell behind it
004610*
004620 carica-numeri.

004630     move zeros to num-count.

004640     open input ark-num.
004650     if nm-stato = "00"
004660      move space to ld-eof
004670      perform until ld-eof = "S"
004680       read ark-num next at end
004690        move "S" to ld-eof
004700       end-read
004710       if ld-eof not = "S"
004720        and rn-serie not = spaces
004730        and rn-anno is numeric
004740        and rn-ultimo is numeric
004750        and num-count < 300
004760        add 1 to num-count
004770        move rn-serie  to nu-serie(num-count)
004780        move rn-anno   to nu-anno(num-count)
004790        move rn-ditta  to nu-ditta(num-count)
004800        move rn-ultimo to nu-ultimo(num-count)
004810       end-if
004820      end-perform
004830      close ark-num
004840     end-if.
004850     if nm-stato = "05"
004860      close ark-num
004870     end-if.

004880     open input ark-nlog.
004890     if nl-stato = "00"
004900      move space to ld-eof
004910      perform until ld-eof = "S"
004920       read ark-nlog next at end
004930        move "S" to ld-eof
004940       end-read
004950       if ld-eof not = "S"
004960        and nl-serie not = spaces
004970        and nl-anno is numeric
004980        and nl-numero is numeric
004990        perform nota-giornale thru ex-nota-giornale
005000       end-if
005010      end-perform
005020      close ark-nlog
005030     end-if.
005040     if nl-stato = "05"
005050      close ark-nlog
005060     end-if.

005070     display "agarlockd: " num-count " number series".

005080 ex-carica-numeri.
005090     exit.

005100 nota-giornale.

005110     perform varying ld-qui from 1 by 1
005120      until ld-qui > num-count
005130      or ( nu-serie(ld-qui) = nl-serie
005140       and nu-anno(ld-qui)  = nl-anno
005150       and nu-ditta(ld-qui) = nl-ditta )
005160      continue
005170     end-perform.

005180     if ld-qui > num-count
005190      if num-count not < 300
005200       go to ex-nota-giornale
005210      end-if
005220      add 1 to num-count
005230      move num-count to ld-qui
005240      move nl-serie  to nu-serie(ld-qui)
005250      move nl-anno   to nu-anno(ld-qui)
005260      move nl-ditta  to nu-ditta(ld-qui)
005270      move zeros     to nu-ultimo(ld-qui)
005280     end-if.

005290     if nl-numero > nu-ultimo(ld-qui)
005300      display "agarlockd: series "
005310       function trim(nl-serie) " " nl-anno
005320       " brought forward to " nl-numero
005330      move nl-numero to nu-ultimo(ld-qui).

005340 ex-nota-giornale.
005350     exit.

005360*
005370* a watchdog report: the kiosk is found or added, its line of
005380* the board refreshed; what is not a plain "still alive" goes
005390* to the kiosk log
005400*
005410 chiosco.

005420     if lk-chiosco = spaces
005430      move "ERR no kiosk named" to ld-risposta
005440      go to ex-chiosco.

005450     perform varying ld-qui from 1 by 1
005460      until ld-qui > ch-count
005470      or ch-nome(ld-qui) = lk-chiosco
005480      continue
005490     end-perform.

005500     if ld-qui > ch-count
005510      if ch-count not < 100
005520       move "ERR kiosk board is full" to ld-risposta
005530       go to ex-chiosco
005540      end-if
005550      add 1 to ch-count
005560      move ch-count   to ld-qui
005570      move lk-chiosco to ch-nome(ld-qui)
005580      move zeros      to ch-riavvii(ld-qui)
005590      move spaces     to ch-ultimo(ld-qui)
005600     end-if.

005610     if ch-giorno(ld-qui) not = ld-data
005620      move ld-data to ch-giorno(ld-qui)
005630      move zeros   to ch-riavvii(ld-qui)
005640     end-if.

005650     move lk-programma to ch-programma(ld-qui).
005660     move lk-evento    to ch-evento(ld-qui).
005670     move ld-adesso    to ch-quando(ld-qui).
005680     if lk-battito not = spaces
005690      move lk-battito to ch-battito(ld-qui).

005700     if lk-evento = "DIED" or lk-evento = "STALLED"
005710      add 1 to ch-riavvii(ld-qui).

005720     move "OK" to ld-risposta.

005730     if lk-evento = "ALIVE" go to ex-chiosco.

005740     move spaces to ch-ultimo(ld-qui).
005750     string ld-ora(1:2) ":" ld-ora(3:2) " "
005760            function trim(lk-evento) " "
005770            function trim(lk-motivo)
005780            delimited by size into ch-ultimo(ld-qui)
005790     end-string.

005800     open extend ark-klog.
005810     if kl-stato not = "00" and kl-stato not = "05"
005820      display "agarlockd: cannot write "
005830       function trim(kl-file)
005840      go to ex-chiosco.

005850     move spaces        to rec-klog.
005860     move ld-data       to kl-data.
005870     move ld-ora(1:6)   to kl-ora.
005880     move lk-chiosco    to kl-chiosco.
005890     move lk-programma  to kl-programma.
005900     move lk-evento     to kl-evento.
005910     move lk-riavvii    to kl-riavvii.
005920     move lk-motivo     to kl-motivo.
005930     write rec-klog.
005940     close ark-klog.

005950 ex-chiosco.
005960     exit.

005970 elenca-chioschi.

005980     move ch-count to ld-conta-edit.
005990     string "OK " function trim(ld-conta-edit)
006000            delimited by size into ld-risposta
006010     end-string.

006020     move "S" to ld-elenco.

006030 ex-elenca-chioschi.
006040     exit.

006050 manda-chioschi.

006060     perform varying ld-ind from 1 by 1
006070      until ld-ind > ch-count
006080      move spaces               to ld-voce-chiosco
006090      move ch-nome(ld-ind)      to lc-nome
006100      move ch-programma(ld-ind) to lc-programma
006110      move ch-battito(ld-ind)   to lc-battito
006120      move ch-ultimo(ld-ind)    to lc-ultimo
006130      move zeros                to lc-riavvii
006140      if ch-giorno(ld-ind) = ld-data
006150       move ch-riavvii(ld-ind) to lc-riavvii
006160      end-if
006170      compute ld-eta = ld-adesso - ch-quando(ld-ind)
006180      move ld-eta to lc-eta
006190      evaluate true
006200       when ch-evento(ld-ind) = "DOWN"
006210        move "DOWN"    to lc-stato
006220       when ld-eta > ld-silenzio
006230        move "SILENT"  to lc-stato
006240       when other
006250        move "RUNNING" to lc-stato
006260      end-evaluate
006270      call static "AG_NetWrite" using
006280       by value ld-client
006290        by reference ld-voce-chiosco
006300         by value 120
006310          returning ld-rc
006320      end-call
006330     end-perform.

006340 ex-manda-chioschi.
006350     exit.
006360 end program agarlockd.
