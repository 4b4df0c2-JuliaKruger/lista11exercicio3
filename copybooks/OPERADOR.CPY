      *>----------------------------------------------------------------
      *> Copybook OPERADOR.CPY
      *> Layout do registro de operador do sistema (arqOperadores.txt),
      *> um registro por login. O perfil define quais opções do menu
      *> do programa principal o operador enxerga e pode executar; o
      *> login vai em toda linha gravada na trilha de auditoria. O
      *> operador de perfil PROFESSOR fica ligado ao código dele no
      *> cadastro de professores.
      *>----------------------------------------------------------------
       01 fd-registro-operador.
           05 fd-oper-login                        pic x(08).
           05 fd-oper-senha                        pic x(08).
           05 fd-oper-nome                         pic x(40).
           05 fd-oper-perfil                       pic x(01).
               88 fd-oper-secretaria                    value "S".
               88 fd-oper-tesouraria                    value "T".
               88 fd-oper-coordenacao                   value "C".
               88 fd-oper-professor                     value "P".
               88 fd-oper-perfil-valido                 value "S" "T"
                                                              "C" "P".
           05 fd-oper-prof-cod                     pic x(05).
           05 fd-oper-status                       pic x(07).
               88 fd-oper-ativo                         value "ATIVO".
               88 fd-oper-inativo                       value "INATIVO".
