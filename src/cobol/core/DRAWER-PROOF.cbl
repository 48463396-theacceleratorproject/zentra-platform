
      *    --- Optional file: vault buy (B) tops the drawer up,
      *        vault sell (S) sends excess back - today's rows
      *        only. Row: date teller direction amount, then
      *        the denomination VAULT-CASH moves (ignored here) ---
           APPLY-VAULT-MOVEMENTS.
               OPEN INPUT VAULT-FILE
               IF NOT WS-VAULT-FILE-OK
