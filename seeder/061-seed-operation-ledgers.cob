           organization line sequential.
       select ledger-file assign to "./dat/job-run.dat"
           organization line sequential.
       select sla-file assign to "./dat/job-sla.dat"
           organization line sequential.
       select running-file assign to "./dat/job-running.dat"
           organization line sequential.
       select alerted-file assign to "./dat/job-sla-alerted.dat"
           organization line sequential.
data division.
file section.
       fd absence-file.
           01 chain-line pic X(30).
       fd ledger-file.
           01 ledger-line pic X(90).
       fd sla-file.
           01 sla-line pic X(80).
       fd running-file.
           01 running-line pic X(90).
       fd alerted-file.
           01 alerted-line pic X(60).

procedure division.
main-procedure.
       close chain-file.
       open output ledger-file.
       close ledger-file.
       open output sla-file.
       close sla-file.
       open output running-file.
       close running-file.
       open output alerted-file.
       close alerted-file.

       stop run.
