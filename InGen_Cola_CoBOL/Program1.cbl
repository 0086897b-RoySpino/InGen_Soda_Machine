           perform menu
           until mainloop is equal to false.

           invoke mdriv::logout().
           goback.
       menu.

