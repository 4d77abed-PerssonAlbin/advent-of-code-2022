       01  device-master-record.
           03  dvc-device-id   PIC X(8).
           03  dvc-elf-no      PIC 9(6).
           03  dvc-model       PIC X(12).
           03  dvc-commissioned PIC 9(8).
           03  dvc-first-seen  PIC 9(8).
           03  dvc-last-seen   PIC 9(8).
