             account-bytes
           End-Call

           If priq-order-ptr Not = NULL
               Free priq-order-ptr
           End-If
           Free priq-scratch-ptr
           Free priq-items-ptr
           Free ab-ptr

