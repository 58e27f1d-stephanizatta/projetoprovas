      *> programa original de duplicar fl-/ws-)
      *>----------------------------------------------------------------
       05 stg-resul-chave-resul.
           10 stg-resul-id-resultado        pic 9(04).
           10 stg-resul-user-id             pic x(10).
       05 stg-resul-id-disciplina           pic x(10).
       05 stg-resul-nota                    pic 9(02)v99.
