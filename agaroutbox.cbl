000010 identification division.
000020 program-id. agaroutbox.
000030*
000040* outbox sender: delivers what the screens could not send
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
000270* a record or a post the network did not take waits in the
000280* outbox (GuiCOBOLoutbox, default guicobol-outbox.dat).  run as
000290*     agaroutbox          sender, one pass every
000300*                         GuiCOBOLoutboxevery seconds (default 30)
000310*     agaroutbox once     a single pass, for cron
000320* each pass hands the waiting messages, oldest first, to the
000330* "outbox-flush" verb of agarcob: it stops at the first one the
000340* other end still refuses, so the order is kept, and marks each
000350* delivered message before the next, so none goes twice.  the
000360* messages given up on land in <outbox>.dead.  one sender only,
000370* the once pass included: a start that finds the pid of another
000380* sender alive quits, and the pid file is claimed without
000390* clobbering, so two starts together cannot both get through.
000400* every pass that moved something is logged in agaroutbox.log.
000410*---------------------------------------------------------------------

000420 environment division.
000430 input-output section.
000440 file-control.

000450     select optional ark-pid assign to pid-file
000460      organization is line sequential
000470      file status  is pid-stato.

000480     select optional ark-log assign to log-file
000490      organization is line sequential
000500      file status  is log-stato.

000510 data division.

000520 file section.

000530 fd ark-pid.
000540 01 rec-pid.
000550    02 dati-pid                  pic x(20).

000560 fd ark-log.
000570 01 rec-log.
000580    02 dati-log                  pic x(160).

000590 working-storage section.

000600     copy "global".

000610 77 parametro                    pic x(20).
000620 77 pid-file                     pic x(64)
000630    value "guicobol-outbox.pid".
000640 77 pid-stato                    pic xx.
000650 77 pid-testo                    pic x(20).
000660 77 log-file                     pic x(64)
000670    value "agaroutbox.log".
000680 77 log-stato                    pic xx.
000690 77 ogni-testo                   pic x(8).
000700 77 ogni                         pic 9(5) value zeros.
000710 77 ogni-edit                    pic z(4)9.
000720 77 comando                      pic x(512).
000730 77 ob-rc                        usage binary-long.
000740 77 vivo                         pic x.
000750 77 adesso                       pic 9(8).
000760 77 oggi                         pic 9(8).
000770 77 motivo                       pic x(80).

000780 procedure division.
000790 inizio.

000800     accept parametro from command-line.

000810     call "AG_InitCore" using null by value 0
000820      returning ob-rc
000830      on exception
000840       display "agaroutbox: libagar is not available"
000850       move 1 to return-code
000860       goback
000870     end-call.

000880     perform controlla-vivo thru ex-controlla-vivo.

000890     if vivo not = "S"
000900      perform prendi-pid thru ex-prendi-pid.
000910*
000920* a cron pass that finds the sender at work leaves the outbox
000930* to it: that is not a failure
000940*
000950     if vivo = "S"
000960      display "agaroutbox: already running, pid "
000970       function trim(pid-testo)
000980      if function lower-case(parametro) = "once"
000990       move 0 to return-code
001000      else
001010       move 1 to return-code
001020      end-if
001030      goback
001040     end-if.

001050     if function lower-case(parametro) = "once"
001060      perform passata thru ex-passata
001070      call "CBL_DELETE_FILE" using pid-file
001080      end-call
001090      goback.

001100     accept ogni-testo
001110      from environment "GuiCOBOLoutboxevery"
001120     end-accept.
001130     if ogni-testo not = spaces
001140      and function test-numval(ogni-testo) = zero
001150      move function numval(ogni-testo) to ogni.
001160     if ogni = zeros move 30 to ogni.

001170     move "sender up" to motivo.
001180     perform scrivi-log thru ex-scrivi-log.

001190 ciclo.

001200     perform passata thru ex-passata.

001210     move ogni to ogni-edit.
001220     move spaces to comando.
001230     string "sleep " function trim(ogni-edit)
001240            delimited by size into comando.
001250     call "SYSTEM" using function trim(comando)
001260      returning ob-rc.

001270     go to ciclo.

001280*
001290* one pass over the outbox; agar-int is what got delivered,
001300* agar-text the sent and dead counts for the log
001310*
001320 passata.

001330     move zeros to agar-int.
001340     move spaces to agar-text.
001350     move "outbox-flush" to agar-function.
001360     call "agarcob".

001370     if agar-return-code not = agar-rc-ok
001380      move "outbox not readable, see the error output"
001390       to motivo
001400      perform scrivi-log thru ex-scrivi-log
001410      go to ex-passata.

001420     if agar-text(1:14) not = "sent 0 dead 0"
001430      move agar-text(1:80) to motivo
001440      perform scrivi-log thru ex-scrivi-log
001450     end-if.

001460 ex-passata.
001470     exit.

001480 controlla-vivo.

001490     move space to vivo.
001500     move spaces to pid-testo.

001510     open input ark-pid.
001520     if pid-stato not = "00"
001530      if pid-stato = "05" close ark-pid end-if
001540      go to ex-controlla-vivo.
001550     read ark-pid next at end continue end-read.
001560     if pid-stato = "00" move dati-pid to pid-testo.
001570     close ark-pid.

001580     if pid-testo = spaces go to ex-controlla-vivo.

001590     move spaces to comando.
001600     string "kill -0 " function trim(pid-testo)
001610            " 2>/dev/null"
001620            delimited by size into comando.
001630     call "SYSTEM" using function trim(comando)
001640      returning ob-rc.

001650     if ob-rc = zeros move "S" to vivo.

001660 ex-controlla-vivo.
001670     exit.
001680*
001690* the pid file is written only if nobody else wrote it first
001700* (noclobber); a stale one, of a sender found dead, goes before
001710*
001720 prendi-pid.

001730     if pid-testo not = spaces
001740      call "CBL_DELETE_FILE" using pid-file
001750      end-call.

001760     move spaces to comando.
001770     string "(set -C; echo $PPID > " function trim(pid-file)
001780            ") 2>/dev/null"
001790            delimited by size into comando.
001800     call "SYSTEM" using function trim(comando)
001810      returning ob-rc.

001820     if ob-rc not = zeros
001830      perform controlla-vivo thru ex-controlla-vivo
001840      move "S" to vivo.

001850 ex-prendi-pid.
001860     exit.

001870 scrivi-log.

001880     open extend ark-log.
001890     if log-stato not = "00" and log-stato not = "05"
001900      go to ex-scrivi-log.

001910     accept oggi   from date yyyymmdd.
001920     accept adesso from time.

001930     move spaces to rec-log.
001940     string oggi " " adesso(1:6) " "
001950            function trim(motivo)
001960            delimited by size into dati-log.
001970     write rec-log.

001980     close ark-log.

001990 ex-scrivi-log.
002000     exit.

002010 end program agaroutbox.
