       01  master-file-names.
           03  FILLER          PIC X(33) VALUE
               "alert-status.dat              063".
           03  FILLER          PIC X(33) VALUE
               "badge-register.dat            103".
           03  FILLER          PIC X(33) VALUE
               "crane-tickets.dat             060".
           03  FILLER          PIC X(33) VALUE
               "crate-master.dat              050".
           03  FILLER          PIC X(33) VALUE
               "crew-membership.dat           032".
           03  FILLER          PIC X(33) VALUE
               "deviation-notes.dat           114".
           03  FILLER          PIC X(33) VALUE
               "device-master.dat             050".
           03  FILLER          PIC X(33) VALUE
               "elf-activity-profile.dat      078".
           03  FILLER          PIC X(33) VALUE
               "elf-availability.dat          046".
           03  FILLER          PIC X(33) VALUE
               "elf-certs.dat                 042".
           03  FILLER          PIC X(33) VALUE
               "elf-roster.dat                049".
           03  FILLER          PIC X(33) VALUE
               "exception-repo.dat            135".
           03  FILLER          PIC X(33) VALUE
               "history-archive.dat           062".
           03  FILLER          PIC X(33) VALUE
               "incident-master.dat           105".
           03  FILLER          PIC X(33) VALUE
               "invoice-register.dat          070".
           03  FILLER          PIC X(33) VALUE
               "kpi-targets.dat               091".
           03  FILLER          PIC X(33) VALUE
               "item-attrib.dat               027".
           03  FILLER          PIC X(33) VALUE
               "item-priority-ovr.dat         011".
           03  FILLER          PIC X(33) VALUE
               "item-priority.dat             003".
           03  FILLER          PIC X(33) VALUE
               "master-sync-received.dat      094".
           03  FILLER          PIC X(33) VALUE
               "operator-security.dat         049".
           03  FILLER          PIC X(33) VALUE
               "priority-pending.dat          053".
           03  FILLER          PIC X(33) VALUE
               "prize-structure.dat           121".
           03  FILLER          PIC X(33) VALUE
               "ration-lots.dat               049".
           03  FILLER          PIC X(33) VALUE
               "ration-stock.dat              070".
           03  FILLER          PIC X(33) VALUE
               "rerun-queue.dat               143".
           03  FILLER          PIC X(33) VALUE
               "roster-pending.dat            119".
           03  FILLER          PIC X(33) VALUE
               "rps-opponent-profile.dat      044".
           03  FILLER          PIC X(33) VALUE
               "rps-ratings.dat               055".
           03  FILLER          PIC X(33) VALUE
               "run-control.dat               075".
           03  FILLER          PIC X(33) VALUE
               "section-history.dat           045".
           03  FILLER          PIC X(33) VALUE
               "suppliers.dat                 092".
           03  FILLER          PIC X(33) VALUE
               "supply-orders.dat             085".
           03  FILLER          PIC X(33) VALUE
               "attrib-pending.dat            061".
       01  master-file-names-r REDEFINES master-file-names.
           03  master-file     OCCURS 34 TIMES.
               05  mft-file        PIC X(30).
               05  mft-length      PIC 9(3).
