           02 flag-recusada pic x(01) value "N".
               88 turma-recusada value "S".
           02 ultimo-run-status pic x(01) value space.
           02 ultimo-run-curso pic x(10) value spaces.
           02 flag-run-visto pic x(01) value "N".
               88 runlog-visto value "S".

                       move "Lote sem conclusao no RUNLOG"
                           to motivo-falha
                   end-if
               when "programa_33_integridade"
                   perform verifica-runlog
                   if not runlog-visto
                       or ultimo-run-curso not = "INTEGRID"
                       or ultimo-run-status not = "C"
                       move "F" to resultado-passo
                       move "Integridade com excecoes"
                           to motivo-falha
                   end-if
               when other
                   continue
           end-evaluate.
       verifica-runlog.
           move "N" to flag-run-visto.
           move space to ultimo-run-status.
           move spaces to ultimo-run-curso.
           move "N" to fim-runlog.
           open input runlog-file.
           if status-runlog = "00"
       guarda-ultimo-run.
           move "S" to flag-run-visto.
           move run-status to ultimo-run-status.
           move run-curso to ultimo-run-curso.
           perform le-runlog.

       relata-pulado.
