000030*
000040* kiosk watchdog: launch, watch, restart, log
000050*
000054* FIRST 02 SEPTEMBER 2026  0.1.0  LAST 15.10.2026
000058*
000062* 15.10.2026 liveness, restarts and incidents reported to the
000066*            kiosk board of agarlockd (kiosk-report)
000067* 15.10.2026 GuiCOBOLwatchmax: the watchdog gives up after so
000068*            many restarts and reports the kiosk DOWN
000070*
000080* Copyright (C) 2012-2026 Federico Priolo TP ONE SRL
000090*
000350* than GuiCOBOLwatchstall seconds (default 30, 0 turns the
000360* check off) is put down and started again, and every incident
000370* lands in agarwatch.log with timestamp and restart count.
000371* the watchdog also reports to the kiosk board of the lock
000372* server (GuiCOBOLlockhost / GuiCOBOLlockport): every incident
000373* at once, and a "still alive" with the last heartbeat every
000374* GuiCOBOLwatchreport seconds (default 30).  the kiosk is named
000375* by GuiCOBOLkiosk, else by HOSTNAME.  a board that cannot be
000376* reached never holds the watchdog up.
000377* GuiCOBOLwatchmax (default 0, no limit) bounds the restarts:
000378* a screen that keeps dying past it is left down, the kiosk is
000379* reported DOWN and the watchdog ends with return code 8.
000380*---------------------------------------------------------------------

000390 environment division.

000620 working-storage section.

000625     copy "global".

000630 77 programma                    pic x(64).
000640 77 pid-file                     pic x(64)
000650    value "guicobol-watch.pid".
000720 77 cuore-stato                  pic xx.
000730 77 stallo-testo                 pic x(8).
000740 77 stallo                       usage binary-long.
000741 77 massimo-testo                pic x(8).
000742 77 massimo                      usage binary-long value zero.
000750 77 comando                      pic x(512).
000770 77 conta-riavvii                pic 9(5) value zeros.
000780 77 vivo                         pic x.
000790 77 adesso                       pic 9(8).
000830 77 adesso-sec                   usage binary-long.
000840 77 eta                          usage binary-long.
000850 77 motivo                       pic x(40).
000851 77 chiosco                      pic x(32).
000852 77 evento                       pic x(8).
000853 77 rapporto-testo               pic x(8).
000854 77 rapporto-ogni                usage binary-long.
000855 77 rapporto-conta               usage binary-long value zero.
000856 77 rete                         pic x value "S".
000857*
000858* the kiosk-report of agarcob: the KIOSK request of agarlockd
000859* less its verb
000860*
000861 01 rapporto.
000862    05 rp-chiosco                pic x(32).
000863    05 rp-programma              pic x(32).
000864    05 rp-evento                 pic x(8).
000865    05 rp-riavvii                pic 9(5).
000866    05 rp-battito                pic x(6).
000867    05 rp-motivo                 pic x(31).

000868 procedure division.
000870 inizio.

000880     accept programma from command-line.
001020      move "30" to stallo-testo.
001030     move function numval(stallo-testo) to stallo.

001031     accept rapporto-testo
001032      from environment "GuiCOBOLwatchreport"
001033     end-accept.
001034     if rapporto-testo = spaces
001035      move "30" to rapporto-testo.
001036     move function numval(rapporto-testo) to rapporto-ogni.

001037     accept chiosco from environment "GuiCOBOLkiosk"
001038     end-accept.
001039     if chiosco = spaces
001040      accept chiosco from environment "HOSTNAME"
001041      end-accept
001042     end-if.
001043     if chiosco = spaces
001044      move "kiosk" to chiosco.

001045     call "AG_InitCore" using null by value 0
001046      returning rc
001047      on exception
001048       move "N" to rete
001049     end-call.

001050     move "watchdog up" to motivo.
001051     perform scrivi-incidente thru ex-scrivi-incidente.

001052     accept massimo-testo
001053      from environment "GuiCOBOLwatchmax"
001054     end-accept.
001055     if massimo-testo not = spaces
001056      move function numval(massimo-testo) to massimo.

001060 ciclo-avvio.

001061     if massimo > zeros and conta-riavvii > massimo
001062      move "restart limit hit" to motivo
001063      perform scrivi-incidente thru ex-scrivi-incidente
001064      move 8 to return-code
001065      goback.

001070     add 1 to conta-riavvii.

001080     move spaces to comando.

001400     call "SYSTEM" using "sleep 5" returning rc.

001401     add 5 to rapporto-conta.
001402     if rapporto-conta not < rapporto-ogni
001403      move "ALIVE" to evento
001404      move spaces  to motivo
001405      perform manda-rapporto thru ex-manda-rapporto.

001410     perform controlla-vivo thru ex-controlla-vivo.

001420     if vivo not = "S"

001770     move spaces to battito.
001780     open input ark-cuore.
001785     if cuore-stato not = "00"
001790      if cuore-stato = "05" close ark-cuore end-if
001795      go to ex-controlla-cuore.
001800     read ark-cuore next at end continue end-read.
001810     move dati-cuore(1:8) to battito.
001820     close ark-cuore.

002230     close ark-log.

002231     evaluate motivo
002232      when "watchdog up"       move "UP"      to evento
002233      when "started"           move "STARTED" to evento
002234      when "process died"      move "DIED"    to evento
002235      when "heartbeat stalled" move "STALLED" to evento
002236      when "restart limit hit" move "DOWN"    to evento
002237      when other               move "EVENT"   to evento
002238     end-evaluate.
002239     perform manda-rapporto thru ex-manda-rapporto.

002240 ex-scrivi-incidente.
002250     exit.

002260*
002270* one report to the kiosk board, with the heartbeat the screen
002280* last wrote
002290*
002300 manda-rapporto.

002310     move zero to rapporto-conta.

002320     if rete not = "S" go to ex-manda-rapporto.

002330     move spaces to battito.
002340     open input ark-cuore.
002350     if cuore-stato = "00"
002360      read ark-cuore next at end continue end-read
002370      move dati-cuore(1:6) to battito
002380      close ark-cuore
002390     end-if.
002400     if cuore-stato = "05"
002410      close ark-cuore
002420     end-if.

002430     move spaces    to rapporto.
002440     move chiosco   to rp-chiosco.
002450     move programma to rp-programma.
002460     move evento    to rp-evento.
002470     move zeros     to rp-riavvii.
002480     if conta-riavvii > zeros
002490      compute rp-riavvii = conta-riavvii - 1.
002500     if battito(1:6) numeric
002510      move battito(1:6) to rp-battito.
002520     move motivo    to rp-motivo.

002530     move spaces   to agar-text.
002540     move rapporto to agar-text(1:114).
002550     move "kiosk-report" to agar-function.
002560     call "agarcob"
002570      on exception
002580       move "N" to rete
002590     end-call.

002600 ex-manda-rapporto.
002610     exit.

002620 end program agarwatch.
