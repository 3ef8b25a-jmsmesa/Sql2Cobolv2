           02 ReqOperadores-permisos          pic x(08).
           02                               pic x(01).
           02 ReqOperadores-estado            pic x(01).
           02                               pic x(01).
           02 ReqOperadores-perm-periodo      pic x(01).
           02                               pic x(01).
           02 ReqOperadores-perm-enmienda     pic x(01).

       fd  response
                  block contains 1 records
           move ReqOperadores-nombre      to Operad-Nombre
           move ReqOperadores-permisos    to Operad-Permisos
           move ReqOperadores-estado      to Operad-Estado
           move ReqOperadores-perm-periodo to Operad-Perm-Periodo
           move ReqOperadores-perm-enmienda to Operad-Perm-Enmienda
           move spaces                  to Operad-Resto

           perform GrabarOperadores
           move ReqOperadores-nombre      to Operad-Nombre
           move ReqOperadores-permisos    to Operad-Permisos
           move ReqOperadores-estado      to Operad-Estado
           move ReqOperadores-perm-periodo to Operad-Perm-Periodo
           move ReqOperadores-perm-enmienda to Operad-Perm-Enmienda
           move spaces                  to Operad-Resto

           perform ReGrabarOperadores
