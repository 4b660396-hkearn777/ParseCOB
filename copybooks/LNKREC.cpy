               10  RT-Par-sw                pic 9(1) comp.
                   88  RT-Is-Parent-Type            value 1.
               10  RT-Match-Field           pic 9(5) comp.
      *            'header/detail flattening: how many repeating
      *            'slots a child type's records fill in its parent's
      *            'flattened MIG record (0 = the type is not
      *            'flattened and is written on its own)
               10  RT-Flat-Slots            pic 9(4) comp.
