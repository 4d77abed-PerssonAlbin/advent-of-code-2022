       01  crate-master-record.
           03  crm-label       PIC X(3).
           03  crm-contents    PIC X(30).
           03  crm-crew        PIC X(10).
           03  crm-weight      PIC 9(5).
           03  crm-fragile     PIC X(1).
               88  crm-is-fragile  VALUE "Y".
           03  crm-hazard      PIC X(1).
               88  crm-is-hazard   VALUE "Y".
