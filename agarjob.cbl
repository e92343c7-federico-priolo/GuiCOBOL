000010 identification division.
000020 program-id. agarjob.
000030*
000040* job scheduler for the nightly batch chain
000050*
000060* FIRST 15 OCTOBER 2026  0.1.0
000070*
000080* Copyright (C) 2012-2026 Federico Priolo TP ONE SRL
000090*
000100* This program is free software; you can redistribute it and/or modify
000110* it under the terms of the GNU General Public License as published by
000120* the Free Software Foundation; either version 2, or (at your option)
000130* any later version.
000140*
000150* This program is distributed in the hope that it will be useful,
000160* but WITHOUT ANY WARRANTY; without even the implied warranty of
000170* MERCHANTABILITY or FITNESS FOR A PARTICULAR PURPOSE.  See the
000180* GNU General Public License for more details.
000190*
000200* You should have received a copy of the GNU General Public License
000210* along with this software; see the file COPYING.  If not, write to
000220* the Free Software Foundation, 51 Franklin Street, Fifth Floor
000230* Boston, MA 02110-1301 USA
000240*
000250*
000260*---------------------------------------------------------------------
000270* the nightly chain (screens built with -b under agarbatch,
000280* agarreport listings, agaraudit, agarpulizia, the spool) runs
000290* from one job definition instead of hand-written scripts:
000300*     agarjob [job-file]            run the job
000310*     agarjob [job-file] status     what the last run did
000320* (default GuiCOBOLjob, then nightly.job).  one line per item,
000330* "#" for comments:
000340*     step;name;calendar;allowed-rc;after;command
000350*     env;NAME;value
000360* an env line gives the step above it one variable (e.g.
000370* GuiCOBOLscenario, GuiCOBOLbatchlog), set for that step only.
000380* calendar: * or blank every day, else a comma list of week
000390* days (mo tu we th fr sa su) and days of the month (01-31),
000400* "last" for the last day of the month.  allowed-rc: a comma
000410* list of return codes or ranges (0,4 or 0-4), blank means 0.
000420* after: comma list of earlier steps that must have ended well
000430* in this run; a step whose predecessor did not run today does
000440* not run either.
000450* steps run in order; the first one ending with a return code
000460* not allowed stops the job with return code 8.  every start
000470* and end goes to <job-file>.log; a checkpoint <job-file>.chk
000480* keeps the outcome of each step, so the next start of a broken
000490* job resumes at the failed step and skips those already done.
000500* each step run is also kept in <job-file>.hst (run, step,
000510* start, end, seconds, rc, outcome), which the status listing
000520* reads back for the most recent run.
000530*---------------------------------------------------------------------

000540 environment division.
000550 configuration section.
000560 special-names.

000570     decimal-point is comma.

000580 input-output section.
000590 file-control.

000600     select ark-job assign to job-file
000610      organization is line sequential
000620      file status  is job-stato.

000630     select optional ark-chk assign to chk-file
000640      organization is line sequential
000650      file status  is chk-stato.

000660     select optional ark-log assign to log-file
000670      organization is line sequential
000680      file status  is log-stato.

000690     select optional ark-hst assign to hst-file
000700      organization is line sequential
000710      file status  is hst-stato.

000720 data division.

000730 file section.

000740 fd ark-job.
000750 01 rec-job.
000760    02 dati-job                  pic x(512).

000770 fd ark-chk.
000780 01 rec-chk.
000790    02 dati-chk                  pic x(120).

000800 fd ark-log.
000810 01 rec-log.
000820    02 dati-log                  pic x(200).

000830 fd ark-hst.
000840 01 rec-hst.
000850    02 dati-hst                  pic x(120).

000860 working-storage section.

000870 77 parametri                    pic x(256).
000880 77 job-file                     pic x(200).
000890 77 job-stato                    pic xx.
000900 77 job-eof                      pic x.
000910 77 chk-file                     pic x(200).
000920 77 chk-stato                    pic xx.
000930 77 log-file                     pic x(200).
000940 77 log-stato                    pic xx.
000950 77 hst-file                     pic x(200).
000960 77 hst-stato                    pic xx.
000970 77 hst-eof                      pic x.
000980 77 modo                         pic x(20).
000990 77 comando                      pic x(2048).
001000 77 punta                        usage binary-long.
001010 77 rc                           usage binary-long.
001020 77 rc-passo                     usage binary-long.
001030 77 rc-edit                      pic -(4)9.
001040 77 riga-job                     pic 9(5) value zeros.
001050 77 errori                       pic 9(5) value zeros.
001060 77 ripresa                      pic x value space.
001070 77 fermo                        pic x value space.
001080 77 ind                          usage binary-long.
001090 77 ind2                         usage binary-long.
001100 77 oggi                         pic 9(8).
001150 77 domani                       pic 9(8).
001160 77 giorno-sett                  pic 9.
001170 77 ora-inizio                   pic 9(8).
001180 77 ora-fine                     pic 9(8).
001190 77 sec-inizio                   usage binary-long.
001200 77 sec-fine                     usage binary-long.
001210 77 durata                       usage binary-long.
001220 77 durata-edit                  pic z(5)9.
001230 77 voce                         pic x(20).
001240 77 voce-da                      pic x(10).
001250 77 voce-a                       pic x(10).
001260 77 lista                        pic x(80).
001270 77 lista-punta                  usage binary-long.
001280 77 trovato                      pic x.
001290 77 esito-passo                  pic x(12).
001300 77 motivo                       pic x(120).
001310 77 env-nome                     pic x(40).
001320 77 env-valore                   pic x(200).
001330 77 ultimo-run                   pic x(14).
001350*
001360* the steps of the job, as read from the definition
001370*
001380 01 passi.
001390    05 conta-passi               usage binary-long value zero.
001400    05 passo                     occurs 99 times.
001410       10 ps-nome                pic x(20).
001420       10 ps-calendario          pic x(40).
001430       10 ps-rc                  pic x(40).
001440       10 ps-dopo                pic x(80).
001450       10 ps-comando             pic x(256).
001460       10 ps-env                 pic x(600).
001470       10 ps-env-punta           usage binary-long.
001480       10 ps-esito               pic x.
001490          88 ps-ok               value "O".
001500          88 ps-saltato          value "S".
001510          88 ps-fallito          value "F".
001520          88 ps-da-fare          value space.
001530*
001540* one item of the definition
001550*
001560 01 voce-job.
001570    05 vj-tipo                   pic x(8).
001580    05 vj-campo1                 pic x(40).
001590    05 vj-campo2                 pic x(200).
001600    05 vj-campo3                 pic x(40).
001610    05 vj-campo4                 pic x(80).
001620    05 vj-campo5                 pic x(256).
001630*
001640* the checkpoint: run stamp and one outcome byte per step
001650*
001660 01 punto-ripresa.
001670    05 pr-run                    pic x(14).
001680    05 filler                    pic x.
001690    05 pr-esiti                  pic x(99).
001700    05 filler                    pic x(6).
001710*
001720* one line of the history: the run it belongs to and a step
001730*
001740 01 storia.
001750    05 st-run                    pic x(14).
001760    05 filler                    pic x value ";".
001770    05 st-passo                  pic x(20).
001780    05 filler                    pic x value ";".
001790    05 st-inizio                 pic x(6).
001800    05 filler                    pic x value ";".
001810    05 st-fine                   pic x(6).
001820    05 filler                    pic x value ";".
001830    05 st-secondi                pic 9(6).
001840    05 filler                    pic x value ";".
001850    05 st-rc                     pic -(4)9.
001860    05 filler                    pic x value ";".
001870    05 st-esito                  pic x(12).
001880    05 filler                    pic x(46).
001890*
001900* the status listing keeps the latest line of each step
001910*
001920 01 ultimi.
001930    05 conta-ultimi              usage binary-long value zero.
001940    05 ultimo                    occurs 99 times.
001950       10 ul-riga                pic x(120).

001960 procedure division.
001970 inizio.

001980     accept parametri from command-line.

001990     move spaces to job-file modo.
002000     unstring parametri delimited by all space
002010      into job-file modo
002020     end-unstring.

002030     if function lower-case(job-file) = "status"
002040      move job-file to modo
002050      move spaces   to job-file.

002060     if job-file = spaces
002070      accept job-file from environment "GuiCOBOLjob"
002080      end-accept
002090     end-if.

002100     if job-file = spaces
002110      move "nightly.job" to job-file.

002120     move spaces to chk-file log-file hst-file.
002130     string function trim(job-file) ".chk"
002140      delimited by size into chk-file.
002150     string function trim(job-file) ".log"
002160      delimited by size into log-file.
002170     string function trim(job-file) ".hst"
002180      delimited by size into hst-file.

002190     if function lower-case(modo) = "status"
002200      perform elenco-stato thru ex-elenco-stato
002210      goback.

002220     perform carica-job thru ex-carica-job.

002230     if errori > zeros
002240      display "agarjob: " errori " error(s) in "
002250       function trim(job-file) ", nothing run"
002260      move 16 to return-code
002270      goback
002280     end-if.

002290     if conta-passi = zero
002300      display "agarjob: no steps in " function trim(job-file)
002310      move 16 to return-code
002320      goback
002330     end-if.

002340     accept oggi from date yyyymmdd.
002350     accept giorno-sett from day-of-week.

002360     perform leggi-ripresa thru ex-leggi-ripresa.

002370     move spaces to motivo.
002380     if ripresa = "S"
002390      string "job " function trim(job-file)
002400             " RESTART of run " ultimo-run
002410             delimited by size into motivo
002420     else
002430      string "job " function trim(job-file) " START"
002440             delimited by size into motivo
002450     end-if.
002460     perform scrivi-log thru ex-scrivi-log.

002470     move space to fermo.

002480     perform varying ind from 1 by 1
002490      until ind > conta-passi or fermo = "S"
002500      if ps-da-fare(ind)
002510       perform un-passo thru ex-un-passo
002520      end-if
002530     end-perform.

002540     if fermo = "S"
002550      move spaces to motivo
002560      string "job " function trim(job-file)
002570             " STOPPED, restart resumes at "
002580             function trim(ps-nome(ind - 1))
002590             delimited by size into motivo
002600      perform scrivi-log thru ex-scrivi-log
002610      display function trim(motivo)
002620      move 8 to return-code
002630      goback
002640     end-if.
002650*
002660* a clean end leaves no checkpoint: the next start is a new run
002670*
002680     call "CBL_DELETE_FILE" using chk-file
002690      returning rc
002700     end-call.

002710     move spaces to motivo.
002720     string "job " function trim(job-file) " END"
002730      delimited by size into motivo.
002740     perform scrivi-log thru ex-scrivi-log.

002750     goback.

002760*
002770* read the whole definition first: a job with a broken line
002780* does not start at all
002790*
002800 carica-job.

002810     open input ark-job.

002820     if job-stato not = "00"
002830      display "agarjob: cannot open " function trim(job-file)
002840      add 1 to errori
002850      go to ex-carica-job.

002860     move space to job-eof.

002870     perform until job-eof = "S"
002880      read ark-job next at end
002890       move "S" to job-eof
002900      end-read
002910      if job-eof not = "S"
002920       add 1 to riga-job
002930       if dati-job not = spaces
002940        and dati-job(1:1) not = "#"
002950        perform una-voce thru ex-una-voce
002960       end-if
002970      end-if
002980     end-perform.

002990     close ark-job.

003000 ex-carica-job.
003010     exit.

003020 una-voce.

003030     move spaces to voce-job.
003038     move 1 to punta.
003046     unstring dati-job delimited by ";"
003054      into vj-tipo vj-campo1
003062      with pointer punta
003070     end-unstring.

003080     move function lower-case(vj-tipo) to vj-tipo.
003081*
003082* the last field (command, value) is the rest of the line as it
003083* stands: a ";" of its own does not cut it
003084*
003085     if vj-tipo = "step" and punta not > 512
003086      unstring dati-job delimited by ";"
003087       into vj-campo2 vj-campo3 vj-campo4
003088       with pointer punta
003089      end-unstring
003090      if punta not > 512
003091       move dati-job(punta:) to vj-campo5
003092      end-if
003093     end-if.

003094     if vj-tipo = "env" and punta not > 512
003095      move dati-job(punta:) to vj-campo2.

003096     evaluate vj-tipo
003100      when "step"
003110       perform voce-passo thru ex-voce-passo
003120      when "env"
003130       perform voce-env   thru ex-voce-env
003140      when other
003150       move "unknown item" to motivo
003160       perform errore-job thru ex-errore-job
003170     end-evaluate.

003180 ex-una-voce.
003190     exit.

003200 voce-passo.

003210     if conta-passi = 99
003220      move "more than 99 steps" to motivo
003230      perform errore-job thru ex-errore-job
003240      go to ex-voce-passo.

003250     if vj-campo1 = spaces or vj-campo5 = spaces
003260      move "a step needs a name and a command" to motivo
003270      perform errore-job thru ex-errore-job
003280      go to ex-voce-passo.

003290     move function lower-case(vj-campo1(1:20)) to voce.

003300     perform varying ind from 1 by 1 until ind > conta-passi
003310      if ps-nome(ind) = voce
003320       move "step name used twice" to motivo
003330       perform errore-job thru ex-errore-job
003340       go to ex-voce-passo
003350      end-if
003360     end-perform.

003370     add 1 to conta-passi.
003380     move voce       to ps-nome(conta-passi).
003390     move function lower-case(vj-campo2(1:40))
003400                     to ps-calendario(conta-passi).
003410     move vj-campo3  to ps-rc(conta-passi).
003420     move function lower-case(vj-campo4)
003430                     to ps-dopo(conta-passi).
003440     move vj-campo5  to ps-comando(conta-passi).
003450     move spaces     to ps-env(conta-passi).
003460     move 1          to ps-env-punta(conta-passi).
003470     move space      to ps-esito(conta-passi).

003480     if ps-rc(conta-passi) = spaces
003490      move "0" to ps-rc(conta-passi).
003500*
003510* a predecessor must be an earlier step of the same job
003520*
003530     move ps-dopo(conta-passi) to lista.
003540     move 1 to lista-punta.
003550     perform until lista-punta > 80
003560      move spaces to voce
003570      unstring lista delimited by ","
003580       into voce with pointer lista-punta
003590      end-unstring
003600      move function trim(voce) to voce
003610      if voce not = spaces
003620       move space to trovato
003630       perform varying ind from 1 by 1
003640        until ind not < conta-passi
003650        if ps-nome(ind) = voce move "S" to trovato end-if
003660       end-perform
003670       if trovato not = "S"
003680        move spaces to motivo
003690        string "after names no earlier step: "
003700               function trim(voce)
003710               delimited by size into motivo
003720        perform errore-job thru ex-errore-job
003730       end-if
003740      end-if
003750     end-perform.

003760 ex-voce-passo.
003770     exit.
003780*
003790* the variable is handed to the shell in front of the command,
003800* quoted, so no value reaches it as shell syntax
003810*
003820 voce-env.

003830     if conta-passi = zero
003840      move "env before any step" to motivo
003850      perform errore-job thru ex-errore-job
003860      go to ex-voce-env.

003870     if vj-campo1 = spaces
003880      move "env needs a name" to motivo
003890      perform errore-job thru ex-errore-job
003900      go to ex-voce-env.

003910     move vj-campo1 to env-nome.
003920     move vj-campo2 to env-valore.
003930     inspect env-valore replacing all "'" by space.

003940     string function trim(env-nome) "='"
003950            function trim(env-valore) "' "
003960            delimited by size into ps-env(conta-passi)
003970            with pointer ps-env-punta(conta-passi)
003980            on overflow
003990             move "too many env values for the step" to motivo
004000             perform errore-job thru ex-errore-job
004010     end-string.

004020 ex-voce-env.
004030     exit.

004040 errore-job.

004050     add 1 to errori.
004060     display "agarjob: " function trim(job-file)
004070      " line " riga-job ": " function trim(motivo).

004080 ex-errore-job.
004090     exit.

004100*
004110* a checkpoint left by a broken run: the outcome of each step
004120* it got through, and the stamp of that run
004130*
004140 leggi-ripresa.

004150     move space to ripresa.
004160     move spaces to ultimo-run.
004170     string oggi function current-date(9:6)
004180      delimited by size into ultimo-run.

004190     open input ark-chk.
004200     if chk-stato not = "00"
004201      if chk-stato = "05" close ark-chk end-if
004210      go to ex-leggi-ripresa.

004220     move spaces to dati-chk.
004230     read ark-chk next at end continue end-read.
004240     close ark-chk.

004250     move dati-chk to punto-ripresa.

004260     if pr-run = spaces
004270      go to ex-leggi-ripresa.

004280     move pr-run to ultimo-run.
004290     move "S" to ripresa.
004300*
004310* the failed step runs again, the steps already done do not:
004320* the outcomes go by position in the definition
004330*
004340     perform varying ind from 1 by 1 until ind > conta-passi
004350      move pr-esiti(ind:1) to ps-esito(ind)
004360      if ps-fallito(ind)
004370       move space to ps-esito(ind)
004380      end-if
004390     end-perform.

004400 ex-leggi-ripresa.
004410     exit.

004420 scrivi-ripresa.

004430     open output ark-chk.
004440     if chk-stato not = "00" and chk-stato not = "05"
004450      go to ex-scrivi-ripresa.

004460     move spaces     to punto-ripresa.
004470     move ultimo-run to pr-run.
004480     perform varying ind2 from 1 by 1 until ind2 > conta-passi
004490      move ps-esito(ind2) to pr-esiti(ind2:1)
004500     end-perform.
004510     move punto-ripresa to dati-chk.
004520     write rec-chk.

004530     close ark-chk.

004540 ex-scrivi-ripresa.
004550     exit.

004560*
004570* one step: calendar, predecessors, then the command
004580*
004590 un-passo.

004600     perform controlla-calendario thru ex-controlla-calendario.

004610     if trovato not = "S"
004620      move "S" to ps-esito(ind)
004630      move "not due today" to motivo
004640      perform log-passo thru ex-log-passo
004650      go to fine-passo.

004660     perform controlla-dopo thru ex-controlla-dopo.

004670     if trovato not = "S"
004680      move "S" to ps-esito(ind)
004690      move "predecessor did not run" to motivo
004700      perform log-passo thru ex-log-passo
004710      go to fine-passo.

004720     move "started" to motivo.
004730     perform log-passo thru ex-log-passo.

004740     move spaces to comando.
004750     move 1 to punta.
004760     if ps-env(ind) not = spaces
004770      string ps-env(ind)(1:ps-env-punta(ind) - 1)
004780       delimited by size into comando
004790       with pointer punta
004800      end-string
004810     end-if.
004820     string function trim(ps-comando(ind))
004830      delimited by size into comando
004840      with pointer punta.

004850     accept ora-inizio from time.

004860     call "SYSTEM" using function trim(comando)
004870      returning rc.

004880     accept ora-fine from time.
004890*
004900* the shell hands back the wait status: the exit code of the
004907* step sits in its high byte, the signal that killed it in the
004914* low one (reported 128 + signal, as the shell does)
004921*
004930     if rc < zeros
004931      move rc to rc-passo
004932     else
004933      if function mod(rc, 256) not = zero
004934       compute rc-passo = 128 + function mod(rc, 128)
004935      else
004936       divide rc by 256 giving rc-passo
004937      end-if
004938     end-if.

004940     perform calcola-durata thru ex-calcola-durata.
004950     perform controlla-rc   thru ex-controlla-rc.

004960     move rc-passo to rc-edit.
004970     move durata   to durata-edit.
004980     move spaces to motivo.

004990     if trovato = "S"
005000      move "O" to ps-esito(ind)
005010      move "ended"  to esito-passo
005020     else
005030      move "F" to ps-esito(ind)
005040      move "S" to fermo
005050      move "FAILED" to esito-passo
005060     end-if.

005070     string function trim(esito-passo)
005080            " rc " function trim(rc-edit)
005090            " in " function trim(durata-edit) "s"
005100            delimited by size into motivo.
005110     perform log-passo thru ex-log-passo.

005120     perform scrivi-storia thru ex-scrivi-storia.

005130 fine-passo.

005140     perform scrivi-ripresa thru ex-scrivi-ripresa.

005150 ex-un-passo.
005160     exit.

005170*
005180* trovato "S" when the step is due today
005190*
005200 controlla-calendario.

005210     move "S" to trovato.

005220     if ps-calendario(ind) = spaces or ps-calendario(ind) = "*"
005230      go to ex-controlla-calendario.

005240     move space to trovato.
005250     move ps-calendario(ind) to lista.
005260     move 1 to lista-punta.

005270     perform until lista-punta > 40 or trovato = "S"
005280      move spaces to voce
005290      unstring lista delimited by ","
005300       into voce with pointer lista-punta
005310      end-unstring
005320      move function trim(voce) to voce
005330      evaluate true
005340       when voce = spaces
005350        continue
005360       when voce = "mo" and giorno-sett = 1
005370       when voce = "tu" and giorno-sett = 2
005380       when voce = "we" and giorno-sett = 3
005390       when voce = "th" and giorno-sett = 4
005400       when voce = "fr" and giorno-sett = 5
005410       when voce = "sa" and giorno-sett = 6
005420       when voce = "su" and giorno-sett = 7
005430        move "S" to trovato
005440       when voce = "last"
005450        compute domani = function date-of-integer
005460         (function integer-of-date(oggi) + 1)
005470        if domani(7:2) = "01"
005480         move "S" to trovato
005490        end-if
005500       when voce(1:2) numeric and voce(3:1) = space
005510        if voce(1:2) = oggi(7:2)
005520         move "S" to trovato
005530        end-if
005540       when voce(1:1) numeric and voce(2:1) = space
005550        if voce(1:1) = oggi(8:1) and oggi(7:1) = "0"
005560         move "S" to trovato
005570        end-if
005580      end-evaluate
005590     end-perform.

005600 ex-controlla-calendario.
005610     exit.

005620*
005630* trovato "S" when every predecessor ended well in this run
005640*
005650 controlla-dopo.

005660     move "S" to trovato.
005670     move ps-dopo(ind) to lista.
005680     move 1 to lista-punta.

005690     perform until lista-punta > 80 or trovato not = "S"
005700      move spaces to voce
005710      unstring lista delimited by ","
005720       into voce with pointer lista-punta
005730      end-unstring
005740      move function trim(voce) to voce
005750      if voce not = spaces
005760       perform varying ind2 from 1 by 1
005770        until ind2 > conta-passi or ps-nome(ind2) = voce
005780        continue
005790       end-perform
005800       if ind2 > conta-passi or not ps-ok(ind2)
005810        move space to trovato
005820       end-if
005830      end-if
005840     end-perform.

005850 ex-controlla-dopo.
005860     exit.

005870*
005880* trovato "S" when rc-passo is among the allowed codes
005890*
005900 controlla-rc.

005910     move space to trovato.
005920     move ps-rc(ind) to lista.
005930     move 1 to lista-punta.

005940     perform until lista-punta > 40 or trovato = "S"
005950      move spaces to voce voce-da voce-a
005960      unstring lista delimited by ","
005970       into voce with pointer lista-punta
005980      end-unstring
005990      if voce not = spaces
006000       unstring voce delimited by "-"
006010        into voce-da voce-a
006020       end-unstring
006030       if voce-a = spaces
006040        move voce-da to voce-a
006050       end-if
006060       if function test-numval(voce-da) = zero
006070        and function test-numval(voce-a) = zero
006080        and rc-passo not < function numval(voce-da)
006090        and rc-passo not > function numval(voce-a)
006100        move "S" to trovato
006110       end-if
006120      end-if
006130     end-perform.

006140 ex-controlla-rc.
006150     exit.

006160*
006170* seconds between start and end, midnight minded
006180*
006190 calcola-durata.

006200     compute sec-inizio =
006210      function numval(ora-inizio(1:2)) * 3600
006220      + function numval(ora-inizio(3:2)) * 60
006230      + function numval(ora-inizio(5:2)).
006240     compute sec-fine =
006250      function numval(ora-fine(1:2)) * 3600
006260      + function numval(ora-fine(3:2)) * 60
006270      + function numval(ora-fine(5:2)).

006280     compute durata = sec-fine - sec-inizio.
006290     if durata < zeros add 86400 to durata.

006300 ex-calcola-durata.
006310     exit.

006320 log-passo.

006330     move spaces to comando.
006340     string "step " function trim(ps-nome(ind)) " "
006350            function trim(motivo)
006360            delimited by size into comando.
006370     move comando(1:120) to motivo.
006380     perform scrivi-log thru ex-scrivi-log.

006390 ex-log-passo.
006400     exit.

006410 scrivi-log.

006420     open extend ark-log.
006430     if log-stato not = "00" and log-stato not = "05"
006440      go to ex-scrivi-log.

006450     accept oggi      from date yyyymmdd.
006460     accept ora-fine  from time.

006470     move spaces to rec-log.
006480     string oggi " " ora-fine(1:6) " "
006490            function trim(motivo)
006500            delimited by size into dati-log.
006510     write rec-log.

006520     close ark-log.

006530 ex-scrivi-log.
006540     exit.

006550 scrivi-storia.

006560     open extend ark-hst.
006570     if hst-stato not = "00" and hst-stato not = "05"
006580      go to ex-scrivi-storia.

006590     move ultimo-run       to st-run.
006600     move ps-nome(ind)     to st-passo.
006610     move ora-inizio(1:6)  to st-inizio.
006620     move ora-fine(1:6)    to st-fine.
006630     move durata           to st-secondi.
006640     move rc-passo         to st-rc.
006650     move esito-passo      to st-esito.
006660     move storia           to dati-hst.
006670     write rec-hst.

006680     close ark-hst.

006690 ex-scrivi-storia.
006700     exit.

006710*
006720* the status listing: every step of the most recent run, with
006730* the last attempt of each when the run was restarted
006740*
006750 elenco-stato.

006760     open input ark-hst.
006770     if hst-stato not = "00"
006775      if hst-stato = "05" close ark-hst end-if
006780      display "agarjob: no history in " function trim(hst-file)
006790      go to ex-elenco-stato.

006800     move spaces to ultimo-run.
006810     move space  to hst-eof.

006820     perform until hst-eof = "S"
006830      read ark-hst next at end
006840       move "S" to hst-eof
006850      end-read
006860      if hst-eof not = "S" and dati-hst not = spaces
006870       move dati-hst to storia
006880       if st-run not = ultimo-run
006890        move st-run to ultimo-run
006900        move zero   to conta-ultimi
006910       end-if
006920       perform tieni-ultimo thru ex-tieni-ultimo
006930      end-if
006940     end-perform.

006950     close ark-hst.

006960     display "GuiCOBOL  Job " function trim(job-file)
006970      "  run of " ultimo-run(7:2) "/" ultimo-run(5:2) "/"
006980      ultimo-run(1:4) " " ultimo-run(9:2) ":"
006990      ultimo-run(11:2).
007000     display " ".
007010     display "STEP                 START    END      SECONDS"
007020      "     RC  OUTCOME".
007030     display "-------------------- -------- -------- -------"
007040      "  -----  ------------".

007050     perform varying ind from 1 by 1 until ind > conta-ultimi
007060      move ul-riga(ind) to storia
007070      move st-secondi to durata-edit
007080      display st-passo " "
007090       st-inizio(1:2) ":" st-inizio(3:2) ":" st-inizio(5:2) " "
007100       st-fine(1:2) ":" st-fine(3:2) ":" st-fine(5:2) " "
007110       durata-edit "  " st-rc "  " st-esito
007120     end-perform.

007140     open input ark-chk.
007150     if chk-stato = "00"
007160      display " "
007170      display "the run is broken: the next start resumes it"
007180     end-if.
007181     if chk-stato = "00" or chk-stato = "05"
007182      close ark-chk.

007200 ex-elenco-stato.
007210     exit.

007220 tieni-ultimo.

007230     perform varying ind from 1 by 1
007240      until ind > conta-ultimi
007250      or ul-riga(ind)(16:20) = st-passo
007260      continue
007270     end-perform.

007280     if ind > conta-ultimi
007290      if conta-ultimi = 99
007291       go to ex-tieni-ultimo
007292      end-if
007300      add 1 to conta-ultimi
007310      move conta-ultimi to ind.

007320     move storia to ul-riga(ind).

007330 ex-tieni-ultimo.
007340     exit.

007350 end program agarjob.
