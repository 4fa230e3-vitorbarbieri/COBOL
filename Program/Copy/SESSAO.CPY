      *>  para que o menú e os programas decidam o que liberar sem reabrir
      *>  OPERADOR.DAT a cada requisição.
           03 ses-perfil                            pic 9(01).
      *>  Estabelecimento (EMPRESA.CPY) escolhido no login: os documentos
      *>  criados na sessão pertencem a ele.
           03 ses-cd-empresa                        pic 9(01).
