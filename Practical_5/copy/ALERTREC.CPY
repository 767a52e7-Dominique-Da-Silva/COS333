               88  ALERT-OUT-OF-CONTROL VALUE "OOC ".
               88  ALERT-WARNING-ZONE   VALUE "WARN".
               88  ALERT-DRIFT          VALUE "DRFT".
               88  ALERT-RULE-2-OF-3    VALUE "R2O3".
               88  ALERT-RULE-4-OF-5    VALUE "R4O5".
               88  ALERT-RULE-8-IN-ROW  VALUE "R8CL".
               88  ALERT-SPREAD         VALUE "SDEV".
           05  ALERT-SEVERITY      PIC X(1).
               88  ALERT-SEV-HIGH      VALUE "H".
               88  ALERT-SEV-MEDIUM    VALUE "M".
