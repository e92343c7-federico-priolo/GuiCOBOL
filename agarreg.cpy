              10 reg-ultimo          pic x(60).
              10 reg-changed-proc    usage procedure-pointer.
              10 reg-exitfld-proc    usage procedure-pointer.
              10 reg-riservato       pic x.
              10 reg-visibili        usage binary-long.
              10 reg-changed-nome    pic x(32).
              10 reg-exitfld-nome    pic x(32).

      *
      ** accelerator keys wired with the "setkey" verb: the key-down
      ** recognized by their inter-key timing inside KeyDispatch,
      ** collected here and routed whole to the event program
      ** registered for their prefix (article codes, pallet labels,
      ** operator badges each their own); the routes a label layout
      ** lays down also know the length of the codes it prints and,
      ** for EAN-13 ("EAN13"), their check digit
      *

        01 agar-scan                                external.
              10 sp-lung            usage binary-long.
              10 sp-nome            pic x(32).
              10 sp-proc            usage procedure-pointer.
              10 sp-min             usage binary-long.
              10 sp-max             usage binary-long.
              10 sp-tipo            pic x(5).

      *
      ** month-calendar scheduler widgets: the service booking
              10 cal-anno           pic 9(4).
              10 cal-mese           pic 9(2).
              10 cal-proc           usage procedure-pointer.
              10 cal-nome           pic x(32).
              10 cal-bottone        occurs 42 times usage pointer.
              10 cal-giorno         occurs 42 times pic 9(2).
              10 cal-conta-voci     usage binary-long.
              10 redo-win           usage pointer.
              10 redo-ptr           usage pointer.
              10 redo-testo         pic x(60).

      *
      ** the event program a relay is about to run, for the
      ** performance log: its name, the event and the widget that
      ** fired it -- apart from agar-text, which carries the event
      ** data to the program
      *

        01 agar-tempi                               external.
           05 tm-nome            pic x(32).
           05 tm-evento          pic x(16).
           05 tm-obj             usage pointer.
